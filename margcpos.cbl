      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Reporte de posicion de precio contra la competencia.
      *          MARGEN5 y el barrido MARGCMPL dicen si un precio
      *          cumple nuestro minimo de margen, pero no si es
      *          competitivo. Este paso lee todo MARGCURR (cada item
      *          en cada zona de precio), junta los precios de la
      *          competencia del item en MARGCOMP (que carga MARGCLOD
      *          desde las encuestas) y compara el SELL vigente
      *          contra el menor y el mayor de ellos. Marca:
      *          - CARO: el SELL esta mas de un porcentaje por encima
      *            del competidor mas barato (el umbral viene en la
      *            tarjeta COMPPARM; sin tarjeta, 10.00%);
      *          - REGALA MARGEN: el SELL esta por debajo de algun
      *            competidor y a la vez bajo el minimo de POLICY de
      *            su categoria, o sea que se esta cediendo margen
      *            sin necesidad. Las promociones de MARGPROM estan
      *            bajo el minimo a proposito y no se marcan asi.
      *          El reporte MARGCPRT sale por categoria y, dentro de
      *          ella, del mas caro al mas barato contra la
      *          competencia; cada categoria cierra con su resumen
      *          ponderado por las unidades de SALESVOL: el
      *          porcentaje promedio sobre el competidor mas barato
      *          y las unidades que pesan los items marcados. Un
      *          item sin encuestas no se compara y se cuenta aparte.
      *          Termina con codigo 4 si hay algo marcado.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: SELL vigente de MARGCURR
      *                    contra MARGCOMP, marcas de caro y de
      *                    margen regalado, resumen por categoria
      *                    ponderado por SALESVOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGCPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-PARM-FILE ASSIGN TO "COMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comp-parm-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
           SELECT COMPETITOR-PRICE-FILE ASSIGN TO "MARGCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS competitor-price-status.
           SELECT POLICY-FILE ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CATEGORY-CODE
               FILE STATUS IS policy-file-status.
           SELECT SALES-VOLUME-FILE ASSIGN TO "SALESVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VL-ITEM-CODE
               FILE STATUS IS sales-volume-status.
           SELECT POSITION-REPORT-FILE ASSIGN TO "MARGCPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS position-report-status.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  COMP-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMP-PARM-RECORD.
           05  CX-THRESHOLD-PCT             PIC 9(03)V99.

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  COMPETITOR-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COMPREC.

       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYREC.

       FD  SALES-VOLUME-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VOLREC.

       FD  POSITION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSITION-REPORT-RECORD         PIC X(160).

      * Un registro por item y zona comparados, en el orden del
      * reporte: categoria, porcentaje sobre el mas barato de mayor
      * a menor, item y zona.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  PW-CATEGORY-CODE        PIC X(05).
           05  PW-PCT-OVER             PIC S9(07)V99.
           05  PW-ITEM-CODE            PIC X(10).
           05  PW-ZONE-CODE            PIC X(02).
           05  PW-CURRENCY-CODE        PIC X(03).
           05  PW-SELL                 PIC S9(10)V99.
           05  PW-MAR                  PIC S9(10)V99.
           05  PW-MIN-MAR              PIC S9(10)V99.
           05  PW-COMP-COUNT           PIC 9(03).
           05  PW-LOW-PRICE            PIC S9(10)V99.
           05  PW-LOW-COMPETITOR       PIC X(08).
           05  PW-LOW-SURVEY-DATE      PIC 9(08).
           05  PW-HIGH-PRICE           PIC S9(10)V99.
           05  PW-UNITS                PIC 9(08).
      * 'Y' bajo el minimo de POLICY, 'N' cumple, 'S' sin politica.
           05  PW-POLICY-IND           PIC X(01).
               88  PW-BAJO-POLITICA        VALUE "Y".
               88  PW-SIN-POLITICA         VALUE "S".
           05  PW-CARO-IND             PIC X(01).
               88  PW-ES-CARO              VALUE "Y".
           05  PW-REGALA-IND           PIC X(01).
               88  PW-REGALA-MARGEN        VALUE "Y".
           05  PW-PROMO-IND            PIC X(01).
               88  PW-ES-PROMOCION         VALUE "P".

       WORKING-STORAGE SECTION.
       77 comp-parm-status PIC X(02) VALUE "00".
           88 comp-parm-ok                  VALUE "00".

       77 current-margin-status PIC X(02) VALUE "00".
           88 current-margin-ok             VALUE "00".

       77 competitor-price-status PIC X(02) VALUE "00".
           88 competitor-price-ok           VALUE "00".

       77 policy-file-status PIC X(02) VALUE "00".
           88 policy-file-ok                VALUE "00".

       77 sales-volume-status PIC X(02) VALUE "00".
           88 sales-volume-ok               VALUE "00".

       77 volumen-disponible-sw PIC X(01) VALUE "Y".
           88 volumen-disponible            VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 position-report-status PIC X(02) VALUE "00".
           88 position-report-ok            VALUE "00".

       77 run-date PIC 9(08) VALUE ZERO.
       77 umbral-caro PIC 9(03)V99 VALUE 10.00.

       77 fin-vigentes-sw PIC X(01) VALUE "N".
           88 fin-de-vigentes              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-competencia-sw PIC X(01) VALUE "N".
           88 fin-de-competencia           VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-ordenado-sw PIC X(01) VALUE "N".
           88 fin-del-ordenado             VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 hay-categoria-sw PIC X(01) VALUE "N".
           88 hay-categoria-abierta        VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 volumen-item PIC 9(08) VALUE ZERO.
       77 diferencia-precio PIC S9(10)V99 VALUE ZERO.
       77 pct-sobre-menor PIC S9(07)V99 VALUE ZERO.
       77 cien PIC 9(3) VALUE 100.
       77 categoria-anterior PIC X(05) VALUE SPACES.

       77 total-revisados PIC 9(08) VALUE ZERO.
       77 total-sin-encuesta PIC 9(06) VALUE ZERO.
       77 total-sin-politica PIC 9(06) VALUE ZERO.
       77 total-marcados PIC 9(06) VALUE ZERO.

      * Acumuladores de una categoria y del reporte completo; el
      * porcentaje ponderado es la suma de porcentaje por unidades
      * entre las unidades. Sin volumen se promedia por item.
       01 acumulado-categoria.
           05 ac-comparados              PIC 9(06).
           05 ac-unidades                PIC 9(12).
           05 ac-suma-ponderada          PIC S9(18)V99.
           05 ac-suma-pct                PIC S9(12)V99.
           05 ac-caros                   PIC 9(06).
           05 ac-unidades-caros          PIC 9(12).
           05 ac-regalan                 PIC 9(06).
           05 ac-unidades-regalan        PIC 9(12).
       01 acumulado-total.
           05 at-comparados              PIC 9(06).
           05 at-unidades                PIC 9(12).
           05 at-suma-ponderada          PIC S9(18)V99.
           05 at-suma-pct                PIC S9(12)V99.
           05 at-caros                   PIC 9(06).
           05 at-unidades-caros          PIC 9(12).
           05 at-regalan                 PIC 9(06).
           05 at-unidades-regalan        PIC 9(12).
       77 suma-trabajo PIC S9(18)V99 VALUE ZERO.
       77 pct-promedio PIC S9(07)V99 VALUE ZERO.

       01 position-heading-line.
           05 FILLER                   PIC X(43)
               VALUE " POSICION DE PRECIO CONTRA LA COMPETENCIA -".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ph-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(25)
               VALUE "  UMBRAL CARO SOBRE MENOR".
           05 ph-umbral                 PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE "%".

       01 position-column-line.
           05 FILLER                   PIC X(06) VALUE "CATEG".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(04) VALUE "MON".
           05 FILLER                   PIC X(14)
               VALUE "         SELL".
           05 FILLER                   PIC X(05) VALUE " COMP".
           05 FILLER                   PIC X(14)
               VALUE "   MENOR COMP".
           05 FILLER                   PIC X(09) VALUE " COMPET".
           05 FILLER                   PIC X(09) VALUE "ENCUESTA".
           05 FILLER                   PIC X(10) VALUE " % S/MENOR".
           05 FILLER                   PIC X(14)
               VALUE "   MAYOR COMP".
           05 FILLER                   PIC X(10) VALUE "      MAR".
           05 FILLER                   PIC X(10) VALUE "  MIN MAR".
           05 FILLER                   PIC X(11) VALUE "  UNIDADES".
           05 FILLER                   PIC X(14) VALUE " NOTA".

       01 position-detail-line.
           05 dl-category-code          PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 dl-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 dl-currency-code          PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-sell                   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-comp-count             PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 dl-low-price              PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-low-competitor         PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-low-survey-date        PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-pct-over               PIC -ZZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-high-price             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-mar                    PIC -ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-min-mar                PIC X(09).
           05 dl-min-mar-num REDEFINES dl-min-mar
                                        PIC -ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-units                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 dl-nota                   PIC X(20).

       01 category-total-line-1.
           05 FILLER                   PIC X(18)
               VALUE "  TOTAL CATEGORIA ".
           05 ct-category-code          PIC X(05).
           05 FILLER                   PIC X(14)
               VALUE "  COMPARADOS: ".
           05 ct-comparados             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12)
               VALUE "  UNIDADES: ".
           05 ct-unidades               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(23)
               VALUE "  % SOBRE MENOR COMP.: ".
           05 ct-pct-promedio           PIC -ZZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ct-base-promedio          PIC X(20).

       01 category-total-line-2.
           05 FILLER                   PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(14)
               VALUE "  CAROS:      ".
           05 ct-caros                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12)
               VALUE "  UNIDADES: ".
           05 ct-unidades-caros         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(19)
               VALUE "  REGALAN MARGEN: ".
           05 ct-regalan                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12)
               VALUE "  UNIDADES: ".
           05 ct-unidades-regalan       PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 position-empty-line.
           05 FILLER                   PIC X(46)
               VALUE " NO HAY PRECIOS VIGENTES CON ENCUESTA CARGADA".

       01 position-total-line-1.
           05 FILLER                   PIC X(12)
               VALUE "REVISADOS: ".
           05 nt-revisados              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  COMPARADOS: ".
           05 nt-comparados             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  SIN ENCUESTA: ".
           05 nt-sin-encuesta           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  SIN POLITICA: ".
           05 nt-sin-politica           PIC ZZZ,ZZ9.

       01 position-total-line-2.
           05 FILLER                   PIC X(07) VALUE "CAROS: ".
           05 nt-caros                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12)
               VALUE "  UNIDADES: ".
           05 nt-unidades-caros         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(19)
               VALUE "  REGALAN MARGEN: ".
           05 nt-regalan                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12)
               VALUE "  UNIDADES: ".
           05 nt-unidades-regalan       PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 position-total-line-3.
           05 FILLER                   PIC X(30)
               VALUE "% SOBRE MENOR COMP. GENERAL: ".
           05 nt-pct-promedio           PIC -ZZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 nt-base-promedio          PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY PW-CATEGORY-CODE
               ON DESCENDING KEY PW-PCT-OVER
               ON ASCENDING KEY PW-ITEM-CODE
                                PW-ZONE-CODE
               INPUT PROCEDURE IS 2000-COMPARE-CURRENT
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-POSITION
                   THRU 4000-EXIT.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           ACCEPT run-date FROM DATE YYYYMMDD.
           INITIALIZE acumulado-total.
           OPEN INPUT CURRENT-MARGIN-FILE.
           IF NOT current-margin-ok
               DISPLAY " No se pudo abrir MARGCURR, status: "
                   current-margin-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMPETITOR-PRICE-FILE.
           IF NOT competitor-price-ok
               DISPLAY " No se pudo abrir MARGCOMP, status: "
                   competitor-price-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sin POLICY no se sabe que precio esta bajo el minimo.
           OPEN INPUT POLICY-FILE.
           IF NOT policy-file-ok
               DISPLAY " No se pudo abrir POLICY, status: "
                   policy-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-VOLUME-FILE.
           IF NOT sales-volume-ok
               DISPLAY " No hay archivo SALESVOL, los resumenes por "
                   "categoria se promedian por item."
               SET volumen-disponible TO FALSE
           END-IF.
           OPEN OUTPUT POSITION-REPORT-FILE.
           IF NOT position-report-ok
               DISPLAY " No se pudo abrir MARGCPRT, status: "
                   position-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO ph-run-date.
           MOVE umbral-caro TO ph-umbral.
           WRITE POSITION-REPORT-RECORD FROM position-heading-line.
           WRITE POSITION-REPORT-RECORD FROM position-column-line.
       1000-EXIT.
           EXIT.

       1200-READ-PARM-CARD.
           OPEN INPUT COMP-PARM-FILE.
           IF NOT comp-parm-ok
               GO TO 1200-EXIT
           END-IF.
           READ COMP-PARM-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF CX-THRESHOLD-PCT IS NUMERIC
                       AND CX-THRESHOLD-PCT > ZERO
                       MOVE CX-THRESHOLD-PCT TO umbral-caro
                   END-IF
           END-READ.
           CLOSE COMP-PARM-FILE.
       1200-EXIT.
           EXIT.

       2000-COMPARE-CURRENT.
           SET fin-de-vigentes TO FALSE.
           MOVE LOW-VALUES TO CM-KEY.
           START CURRENT-MARGIN-FILE
               KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   SET fin-de-vigentes TO TRUE
           END-START.
           PERFORM 2100-CHECK-CURRENT
               THRU 2100-EXIT
               UNTIL fin-de-vigentes.
       2000-EXIT.
           EXIT.

       2100-CHECK-CURRENT.
           READ CURRENT-MARGIN-FILE NEXT
               AT END
                   SET fin-de-vigentes TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO total-revisados.
           INITIALIZE SORT-RECORD.
           PERFORM 3000-GATHER-COMPETITORS
               THRU 3000-EXIT.
           IF PW-COMP-COUNT = ZERO OR PW-LOW-PRICE NOT > ZERO
               ADD 1 TO total-sin-encuesta
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-CATEGORY-CODE TO PW-CATEGORY-CODE.
           MOVE CM-ITEM-CODE TO PW-ITEM-CODE.
           MOVE CM-ZONE-CODE TO PW-ZONE-CODE.
           MOVE CM-CURRENCY-CODE TO PW-CURRENCY-CODE.
           MOVE CM-SELL TO PW-SELL.
           MOVE CM-MAR TO PW-MAR.
           MOVE CM-PROMO-IND TO PW-PROMO-IND.
      * Porcentaje del SELL sobre el competidor mas barato; negativo
      * si estamos por debajo de todos.
           SUBTRACT PW-LOW-PRICE FROM CM-SELL GIVING diferencia-precio.
           MULTIPLY diferencia-precio BY cien GIVING suma-trabajo.
           DIVIDE suma-trabajo BY PW-LOW-PRICE
               GIVING pct-sobre-menor ROUNDED
               ON SIZE ERROR
                   MOVE 9999999.99 TO pct-sobre-menor
           END-DIVIDE.
           MOVE pct-sobre-menor TO PW-PCT-OVER.
           MOVE "N" TO PW-CARO-IND.
           IF pct-sobre-menor > umbral-caro
               SET PW-ES-CARO TO TRUE
           END-IF.
           PERFORM 3100-CHECK-POLICY
               THRU 3100-EXIT.
      * Bajo un competidor y bajo el minimo: se podia subir el SELL
      * hacia la politica sin dejar de ser competitivo. Una
      * promocion esta bajo el minimo a proposito.
           MOVE "N" TO PW-REGALA-IND.
           IF PW-BAJO-POLITICA AND CM-SELL < PW-HIGH-PRICE
                   AND NOT CM-ES-PROMOCION
               SET PW-REGALA-MARGEN TO TRUE
           END-IF.
           PERFORM 3200-GET-VOLUME
               THRU 3200-EXIT.
           MOVE volumen-item TO PW-UNITS.
           RELEASE SORT-RECORD.
       2100-EXIT.
           EXIT.

      * Todas las encuestas del item, de cualquier competidor: el
      * menor y el mayor precio, y de quien y cuando es el menor.
       3000-GATHER-COMPETITORS.
           MOVE ZERO TO PW-COMP-COUNT.
           MOVE ZERO TO PW-LOW-PRICE.
           MOVE ZERO TO PW-HIGH-PRICE.
           SET fin-de-competencia TO FALSE.
           MOVE CM-ITEM-CODE TO CP-ITEM-CODE.
           MOVE LOW-VALUES TO CP-COMPETITOR-ID.
           START COMPETITOR-PRICE-FILE
               KEY IS NOT LESS THAN CP-KEY
               INVALID KEY
                   SET fin-de-competencia TO TRUE
           END-START.
           PERFORM 3010-READ-COMPETITOR
               THRU 3010-EXIT
               UNTIL fin-de-competencia.
       3000-EXIT.
           EXIT.

       3010-READ-COMPETITOR.
           READ COMPETITOR-PRICE-FILE NEXT
               AT END
                   SET fin-de-competencia TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           IF CP-ITEM-CODE NOT = CM-ITEM-CODE
               SET fin-de-competencia TO TRUE
               GO TO 3010-EXIT
           END-IF.
           IF CP-PRICE NOT > ZERO
               GO TO 3010-EXIT
           END-IF.
           IF PW-COMP-COUNT < 999
               ADD 1 TO PW-COMP-COUNT
           END-IF.
           IF PW-LOW-PRICE = ZERO OR CP-PRICE < PW-LOW-PRICE
               MOVE CP-PRICE TO PW-LOW-PRICE
               MOVE CP-COMPETITOR-ID TO PW-LOW-COMPETITOR
               MOVE CP-SURVEY-DATE TO PW-LOW-SURVEY-DATE
           END-IF.
           IF CP-PRICE > PW-HIGH-PRICE
               MOVE CP-PRICE TO PW-HIGH-PRICE
           END-IF.
       3010-EXIT.
           EXIT.

       3100-CHECK-POLICY.
           MOVE "N" TO PW-POLICY-IND.
           MOVE ZERO TO PW-MIN-MAR.
           MOVE CM-CATEGORY-CODE TO PL-CATEGORY-CODE.
           READ POLICY-FILE
               KEY IS PL-CATEGORY-CODE
               INVALID KEY
                   SET PW-SIN-POLITICA TO TRUE
                   ADD 1 TO total-sin-politica
                   GO TO 3100-EXIT
           END-READ.
           MOVE PL-MIN-MAR TO PW-MIN-MAR.
           IF CM-MAR < PL-MIN-MAR OR CM-AJUS < PL-MIN-AJUS
               SET PW-BAJO-POLITICA TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      * SALESVOL es por item: todas las zonas del item pesan con el
      * mismo volumen, como en MARGEN5.
       3200-GET-VOLUME.
           MOVE ZERO TO volumen-item.
           IF NOT volumen-disponible
               GO TO 3200-EXIT
           END-IF.
           MOVE CM-ITEM-CODE TO VL-ITEM-CODE.
           READ SALES-VOLUME-FILE
               KEY IS VL-ITEM-CODE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           MOVE VL-UNITS TO volumen-item.
       3200-EXIT.
           EXIT.

       4000-WRITE-POSITION.
           SET fin-del-ordenado TO FALSE.
           SET hay-categoria-abierta TO FALSE.
           PERFORM 4100-RETURN-POSITION
               THRU 4100-EXIT
               UNTIL fin-del-ordenado.
           IF hay-categoria-abierta
               PERFORM 4300-WRITE-CATEGORY-TOTAL
                   THRU 4300-EXIT
           ELSE
               WRITE POSITION-REPORT-RECORD
                   FROM position-empty-line
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-POSITION.
           RETURN SORT-FILE
               AT END
                   SET fin-del-ordenado TO TRUE
                   GO TO 4100-EXIT
           END-RETURN.
           IF hay-categoria-abierta
               IF PW-CATEGORY-CODE NOT = categoria-anterior
                   PERFORM 4300-WRITE-CATEGORY-TOTAL
                       THRU 4300-EXIT
               END-IF
           END-IF.
           IF NOT hay-categoria-abierta
               SET hay-categoria-abierta TO TRUE
               MOVE PW-CATEGORY-CODE TO categoria-anterior
               INITIALIZE acumulado-categoria
           END-IF.
           ADD 1 TO ac-comparados.
           ADD PW-UNITS TO ac-unidades.
           MULTIPLY PW-PCT-OVER BY PW-UNITS GIVING suma-trabajo.
           ADD suma-trabajo TO ac-suma-ponderada.
           ADD PW-PCT-OVER TO ac-suma-pct.
           IF PW-ES-CARO
               ADD 1 TO ac-caros
               ADD PW-UNITS TO ac-unidades-caros
           END-IF.
           IF PW-REGALA-MARGEN
               ADD 1 TO ac-regalan
               ADD PW-UNITS TO ac-unidades-regalan
           END-IF.
           IF PW-ES-CARO OR PW-REGALA-MARGEN
               ADD 1 TO total-marcados
           END-IF.
           PERFORM 4200-WRITE-DETAIL-LINE
               THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-DETAIL-LINE.
           MOVE PW-CATEGORY-CODE TO dl-category-code.
           MOVE PW-ITEM-CODE TO dl-item-code.
           MOVE PW-ZONE-CODE TO dl-zone-code.
           MOVE PW-CURRENCY-CODE TO dl-currency-code.
           MOVE PW-SELL TO dl-sell.
           MOVE PW-COMP-COUNT TO dl-comp-count.
           MOVE PW-LOW-PRICE TO dl-low-price.
           MOVE PW-LOW-COMPETITOR TO dl-low-competitor.
           MOVE PW-LOW-SURVEY-DATE TO dl-low-survey-date.
           MOVE PW-PCT-OVER TO dl-pct-over.
           MOVE PW-HIGH-PRICE TO dl-high-price.
           MOVE PW-MAR TO dl-mar.
           IF PW-SIN-POLITICA
               MOVE "  SIN POL" TO dl-min-mar
           ELSE
               MOVE PW-MIN-MAR TO dl-min-mar-num
           END-IF.
           MOVE PW-UNITS TO dl-units.
           MOVE SPACES TO dl-nota.
           IF PW-ES-CARO
               MOVE "CARO" TO dl-nota
           END-IF.
           IF PW-REGALA-MARGEN
               MOVE "REGALA MARGEN" TO dl-nota
           END-IF.
           IF PW-ES-CARO AND PW-REGALA-MARGEN
               MOVE "CARO/REGALA MARGEN" TO dl-nota
           END-IF.
           IF dl-nota = SPACES AND PW-ES-PROMOCION
               MOVE "PROMOCION" TO dl-nota
           END-IF.
           WRITE POSITION-REPORT-RECORD FROM position-detail-line.
       4200-EXIT.
           EXIT.

       4300-WRITE-CATEGORY-TOTAL.
           MOVE categoria-anterior TO ct-category-code.
           MOVE ac-comparados TO ct-comparados.
           MOVE ac-unidades TO ct-unidades.
           IF ac-unidades > ZERO
               DIVIDE ac-suma-ponderada BY ac-unidades
                   GIVING pct-promedio ROUNDED
               MOVE "PONDERADO X UNIDADES" TO ct-base-promedio
           ELSE
               DIVIDE ac-suma-pct BY ac-comparados
                   GIVING pct-promedio ROUNDED
               MOVE "SIN VOLUMEN, X ITEM" TO ct-base-promedio
           END-IF.
           MOVE pct-promedio TO ct-pct-promedio.
           WRITE POSITION-REPORT-RECORD FROM category-total-line-1.
           MOVE ac-caros TO ct-caros.
           MOVE ac-unidades-caros TO ct-unidades-caros.
           MOVE ac-regalan TO ct-regalan.
           MOVE ac-unidades-regalan TO ct-unidades-regalan.
           WRITE POSITION-REPORT-RECORD FROM category-total-line-2.
           ADD ac-comparados TO at-comparados.
           ADD ac-unidades TO at-unidades.
           ADD ac-suma-ponderada TO at-suma-ponderada.
           ADD ac-suma-pct TO at-suma-pct.
           ADD ac-caros TO at-caros.
           ADD ac-unidades-caros TO at-unidades-caros.
           ADD ac-regalan TO at-regalan.
           ADD ac-unidades-regalan TO at-unidades-regalan.
           SET hay-categoria-abierta TO FALSE.
       4300-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE total-revisados TO nt-revisados.
           MOVE at-comparados TO nt-comparados.
           MOVE total-sin-encuesta TO nt-sin-encuesta.
           MOVE total-sin-politica TO nt-sin-politica.
           WRITE POSITION-REPORT-RECORD FROM position-total-line-1.
           MOVE at-caros TO nt-caros.
           MOVE at-unidades-caros TO nt-unidades-caros.
           MOVE at-regalan TO nt-regalan.
           MOVE at-unidades-regalan TO nt-unidades-regalan.
           WRITE POSITION-REPORT-RECORD FROM position-total-line-2.
           MOVE ZERO TO pct-promedio.
           MOVE SPACES TO nt-base-promedio.
           IF at-unidades > ZERO
               DIVIDE at-suma-ponderada BY at-unidades
                   GIVING pct-promedio ROUNDED
               MOVE "PONDERADO X UNIDADES" TO nt-base-promedio
           ELSE
               IF at-comparados > ZERO
                   DIVIDE at-suma-pct BY at-comparados
                       GIVING pct-promedio ROUNDED
                   MOVE "SIN VOLUMEN, X ITEM" TO nt-base-promedio
               END-IF
           END-IF.
           MOVE pct-promedio TO nt-pct-promedio.
           WRITE POSITION-REPORT-RECORD FROM position-total-line-3.
           DISPLAY " Posicion contra la competencia: revisados "
               total-revisados ", comparados " at-comparados
               ", caros " at-caros
               ", regalan margen " at-regalan.
           IF total-marcados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CURRENT-MARGIN-FILE.
           CLOSE COMPETITOR-PRICE-FILE.
           CLOSE POLICY-FILE.
           IF volumen-disponible
               CLOSE SALES-VOLUME-FILE
           END-IF.
           CLOSE POSITION-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGCPOS.
