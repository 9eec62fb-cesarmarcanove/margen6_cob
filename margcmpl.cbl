      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Barrido nocturno de cumplimiento de politica de los
      *          precios vigentes. MARGEN5 solo revisa POLICY en el
      *          momento de postear; si despues se sube el minimo de
      *          una categoria en MARGMNT, lo que ya estaba en
      *          MARGCURR por debajo del minimo nuevo se queda ahi
      *          sin que nadie lo vea. Este paso lee todo MARGCURR
      *          (cada item en cada zona de precio), lo compara con
      *          la fila vigente de POLICY de su categoria y lista
      *          en MARGCMPR cada precio fuera de politica: cuanto
      *          le falta a cada minimo, el SELL que los cumpliria
      *          al COST vigente, desde cuando esta fuera y el
      *          impacto ponderado por las unidades de SALESVOL.
      *          Lo mismo sale en la lista de trabajo MARGCMPW para
      *          los compradores, por categoria y de mayor a menor
      *          impacto. Los precios de promocion de MARGPROM se
      *          cuentan aparte: estan bajo el minimo a proposito y
      *          vuelven solos al regular.
      *          Desde cuando: un precio posteado con aprobacion de
      *          supervisor (codigo de motivo) esta fuera desde su
      *          vigencia; uno posteado normal cumplia al postearse y
      *          quedo fuera con el ultimo cambio de la POLICY de su
      *          categoria asentado en MARGMAUD despues de su
      *          vigencia. El registro MARGCMPH conserva esa fecha
      *          entre noches y da de baja lo que vuelve a cumplir.
      *          Termina con codigo 4 si hay algo fuera de politica.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: barrido de MARGCURR contra
      *                    POLICY, registro MARGCMPH, reporte MARGCMPR
      *                    y lista de trabajo MARGCMPW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGCMPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-file-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
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
           SELECT CURRENCY-FILE ASSIGN TO "CURRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CURRENCY-CODE
               FILE STATUS IS currency-file-status.
           SELECT DATED-RATE-FILE ASSIGN TO "CURRDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-RATE-KEY
               FILE STATUS IS dated-rate-status.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MARGMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS maint-audit-status.
           SELECT HISTORY-FILE ASSIGN TO "MARGCMPH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS history-file-status.
           SELECT WORKLIST-FILE ASSIGN TO "MARGCMPW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS worklist-status.
           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "MARGCMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS compliance-report-status.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      * Solo interesa la moneda base; el resto de la tarjeta es de
      * MARGEN5.
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

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYREC.

       FD  SALES-VOLUME-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VOLREC.

       FD  CURRENCY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

       FD  DATED-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRDREC.

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD             PIC X(169).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMPLHREC.

       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMPLWREC.

       FD  COMPLIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLIANCE-REPORT-RECORD       PIC X(172).

      * Misma forma que COMPLIANCE-WORK-RECORD; solo se nombran las
      * llaves del orden: categoria, impacto de mayor a menor,
      * item y zona.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CATEGORY-CODE        PIC X(05).
           05  SR-ITEM-CODE            PIC X(10).
           05  SR-ZONE-CODE            PIC X(02).
           05  FILLER                  PIC X(139).
           05  SR-IMPACT-BASE          PIC S9(14)V99.
           05  FILLER                  PIC X(33).

       WORKING-STORAGE SECTION.
       77 parm-file-status PIC X(02) VALUE "00".
           88 parm-file-ok                  VALUE "00".

       77 current-margin-status PIC X(02) VALUE "00".
           88 current-margin-ok             VALUE "00".
           88 current-margin-no-existe      VALUE "35".

       77 policy-file-status PIC X(02) VALUE "00".
           88 policy-file-ok                VALUE "00".
           88 policy-file-not-found         VALUE "23".

       77 sales-volume-status PIC X(02) VALUE "00".
           88 sales-volume-ok               VALUE "00".

       77 volumen-disponible-sw PIC X(01) VALUE "Y".
           88 volumen-disponible            VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 currency-file-status PIC X(02) VALUE "00".
           88 currency-file-ok              VALUE "00".

       77 currency-disponible-sw PIC X(01) VALUE "Y".
           88 currency-disponible           VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 dated-rate-status PIC X(02) VALUE "00".
           88 dated-rate-ok                 VALUE "00".

       77 currdate-disponible-sw PIC X(01) VALUE "Y".
           88 currdate-disponible           VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 maint-audit-status PIC X(02) VALUE "00".
           88 maint-audit-ok                VALUE "00".

       77 history-file-status PIC X(02) VALUE "00".
           88 history-file-ok               VALUE "00".
           88 history-file-not-found        VALUE "23".
           88 history-file-no-existe        VALUE "35".

       77 worklist-status PIC X(02) VALUE "00".
           88 worklist-ok                   VALUE "00".

       77 compliance-report-status PIC X(02) VALUE "00".
           88 compliance-report-ok          VALUE "00".

       77 run-date PIC 9(08) VALUE ZERO.
       77 base-currency-code PIC X(03) VALUE "VES".

       77 fin-vigentes-sw PIC X(01) VALUE "N".
           88 fin-de-vigentes              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-ordenado-sw PIC X(01) VALUE "N".
           88 fin-del-ordenado             VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-registro-sw PIC X(01) VALUE "N".
           88 fin-del-registro             VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-bitacora-sw PIC X(01) VALUE "N".
           88 fin-de-bitacora              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 busqueda-tasa-fin-sw PIC X(01) VALUE "N".
           88 busqueda-tasa-fin            VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 tasa-hallada-sw PIC X(01) VALUE "N".
           88 tasa-hallada                 VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 precio-cumple-sw PIC X(01) VALUE "N".
           88 precio-cumple                VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 hay-categoria-sw PIC X(01) VALUE "N".
           88 hay-categoria-abierta        VALUE "Y" WHEN SET TO
               FALSE IS "N".

      * Calculo de margen con las mismas formulas de MARGEN5.
       77 cost PIC S9(10)V99.
       77 sell PIC S9(10)V99.
       77 mar PIC S9(10)V99.
       77 ajus PIC S9(10)V99.
       77 resto1 PIC S9(10)V99.
       77 resto2 PIC S9(10)V99.
       77 cien PIC 9(3) VALUE 100.
       77 divt1 PIC S9(10)V99.
       77 divt2 PIC S9(10)V99.
       77 factor-politica PIC S9(05)V9(06) VALUE ZERO.
       77 precio-por-mar PIC S9(10)V99 VALUE ZERO.
       77 precio-por-ajus PIC S9(10)V99 VALUE ZERO.

       77 ajuste-sell PIC S9(10)V99 VALUE ZERO.
       77 volumen-item PIC 9(08) VALUE ZERO.
       77 impacto-moneda PIC S9(14)V99 VALUE ZERO.
       77 impacto-base PIC S9(14)V99 VALUE ZERO.
       77 tasa-vigente PIC 9(07)V9999 VALUE ZERO.
       77 fecha-desde PIC 9(08) VALUE ZERO.
       77 categoria-anterior PIC X(05) VALUE SPACES.

       77 total-revisados PIC 9(08) VALUE ZERO.
       77 total-fuera PIC 9(06) VALUE ZERO.
       77 total-nuevos PIC 9(06) VALUE ZERO.
       77 total-regularizados PIC 9(06) VALUE ZERO.
       77 total-sin-politica PIC 9(06) VALUE ZERO.
       77 total-en-promocion PIC 9(06) VALUE ZERO.
       77 total-impacto PIC S9(14)V99 VALUE ZERO.
       77 categoria-items PIC 9(06) VALUE ZERO.
       77 categoria-impacto PIC S9(14)V99 VALUE ZERO.

      * Ultimo cambio de POLICY asentado en MARGMAUD por categoria;
      * la bitacora viene en orden cronologico, asi que el ultimo
      * renglon leido de cada categoria es el mas reciente.
       01 politica-cambios.
           05 pc-entrada OCCURS 200 TIMES.
               10 pc-categoria           PIC X(05).
               10 pc-fecha               PIC 9(08).
       77 pc-ocupadas PIC 9(03) VALUE ZERO.
       77 pc-sub PIC 9(03) VALUE ZERO.
       77 pc-hallada PIC 9(03) VALUE ZERO.
       77 pc-buscada PIC X(05) VALUE SPACES.

      * Conversion de fecha a numero de dia, igual que en MARGAGE,
      * para medir los dias fuera de politica.
       01 fecha-trabajo.
           05 ft-yyyy                    PIC 9(04).
           05 ft-mm                      PIC 9(02).
           05 ft-dd                      PIC 9(02).
       77 calc-yyyy PIC 9(04) VALUE ZERO.
       77 calc-mm PIC 9(02) VALUE ZERO.
       77 calc-parte1 PIC 9(10) VALUE ZERO.
       77 calc-parte2 PIC 9(10) VALUE ZERO.
       77 dias-trabajo PIC 9(08) VALUE ZERO.
       77 dias-hoy PIC 9(08) VALUE ZERO.

       COPY MNTAUDRC.

       01 compliance-heading-line.
           05 FILLER                   PIC X(48)
               VALUE " BARRIDO DE CUMPLIMIENTO DE POLITICA DE MARGEN -".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 hd-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(16)
               VALUE "  MONEDA BASE: ".
           05 hd-base-ccy               PIC X(03).

       01 compliance-column-line.
           05 FILLER                   PIC X(06) VALUE "CATEG".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(04) VALUE "MON".
           05 FILLER                   PIC X(14)
               VALUE "         SELL".
           05 FILLER                   PIC X(10) VALUE "      MAR".
           05 FILLER                   PIC X(10) VALUE "  MIN MAR".
           05 FILLER                   PIC X(09) VALUE "   FALTA".
           05 FILLER                   PIC X(10) VALUE "     AJUS".
           05 FILLER                   PIC X(10) VALUE " MIN AJUS".
           05 FILLER                   PIC X(09) VALUE "   FALTA".
           05 FILLER                   PIC X(14)
               VALUE " SELL SUGERIDO".
           05 FILLER                   PIC X(11) VALUE "  UNIDADES".
           05 FILLER                   PIC X(19)
               VALUE "      IMPACTO BASE".
           05 FILLER                   PIC X(07) VALUE "  DIAS".
           05 FILLER                   PIC X(09) VALUE "DESDE".
           05 FILLER                   PIC X(04) VALUE "MOT".
           05 FILLER                   PIC X(10) VALUE "NOTA".

       01 compliance-detail-line.
           05 cl-category-code          PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cl-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cl-currency-code          PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-sell                   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-mar                    PIC -ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-min-mar                PIC -ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-gap-mar                PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-ajus                   PIC -ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-min-ajus               PIC -ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-gap-ajus               PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-suggested-sell         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-units                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-impact-base            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-days-out               PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cl-since-date             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-reason-code            PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cl-nota                   PIC X(10).

       01 category-total-line.
           05 FILLER                   PIC X(18)
               VALUE "  TOTAL CATEGORIA ".
           05 ct-category-code          PIC X(05).
           05 FILLER                   PIC X(21)
               VALUE "  FUERA DE POLITICA: ".
           05 ct-items                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11)
               VALUE "  IMPACTO: ".
           05 ct-impacto                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 compliance-empty-line.
           05 FILLER                   PIC X(42)
               VALUE " NO HAY PRECIOS VIGENTES FUERA DE POLITICA".

       01 compliance-total-line-1.
           05 FILLER                   PIC X(12)
               VALUE "REVISADOS: ".
           05 nt-revisados              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(21)
               VALUE "  FUERA DE POLITICA: ".
           05 nt-fuera                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  NUEVOS HOY: ".
           05 nt-nuevos                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(17)
               VALUE "  REGULARIZADOS: ".
           05 nt-regularizados          PIC ZZZ,ZZ9.

       01 compliance-total-line-2.
           05 FILLER                   PIC X(15)
               VALUE "SIN POLITICA: ".
           05 nt-sin-politica           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  EN PROMOCION: ".
           05 nt-en-promocion           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(17)
               VALUE "  IMPACTO TOTAL: ".
           05 nt-impacto                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-CATEGORY-CODE
               ON DESCENDING KEY SR-IMPACT-BASE
               ON ASCENDING KEY SR-ITEM-CODE
                                SR-ZONE-CODE
               INPUT PROCEDURE IS 2000-SWEEP-CURRENT
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-WORKLIST
                   THRU 4000-EXIT.
           PERFORM 5000-PURGE-HISTORY
               THRU 5000-EXIT.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           ACCEPT run-date FROM DATE YYYYMMDD.
           MOVE run-date TO fecha-trabajo.
           PERFORM 7100-DATE-TO-DAYS
               THRU 7100-EXIT.
           MOVE dias-trabajo TO dias-hoy.
           OPEN INPUT CURRENT-MARGIN-FILE.
           IF NOT current-margin-ok
               DISPLAY " No se pudo abrir MARGCURR, status: "
                   current-margin-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sin POLICY no hay minimos contra que barrer.
           OPEN INPUT POLICY-FILE.
           IF NOT policy-file-ok
               DISPLAY " No se pudo abrir POLICY, status: "
                   policy-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-VOLUME-FILE.
           IF NOT sales-volume-ok
               DISPLAY " No hay archivo SALESVOL, el impacto por "
                   "volumen se calcula con volumen cero."
               SET volumen-disponible TO FALSE
           END-IF.
           OPEN INPUT CURRENCY-FILE.
           IF NOT currency-file-ok
               DISPLAY " No hay archivo CURRATE, no se convierten "
                   "monedas extranjeras a la moneda base."
               SET currency-disponible TO FALSE
           END-IF.
           OPEN INPUT DATED-RATE-FILE.
           IF NOT dated-rate-ok
               DISPLAY " No hay archivo CURRDATE, la conversion usa "
                   "la tasa unica de CURRATE."
               SET currdate-disponible TO FALSE
           END-IF.
           PERFORM 1300-LOAD-POLICY-CHANGES
               THRU 1300-EXIT.
           OPEN I-O HISTORY-FILE.
           IF history-file-no-existe
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF NOT history-file-ok
               DISPLAY " No se pudo abrir MARGCMPH, status: "
                   history-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.
           IF NOT worklist-ok
               DISPLAY " No se pudo abrir MARGCMPW, status: "
                   worklist-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COMPLIANCE-REPORT-FILE.
           IF NOT compliance-report-ok
               DISPLAY " No se pudo abrir MARGCMPR, status: "
                   compliance-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO hd-run-date.
           MOVE base-currency-code TO hd-base-ccy.
           WRITE COMPLIANCE-REPORT-RECORD
               FROM compliance-heading-line.
           WRITE COMPLIANCE-REPORT-RECORD
               FROM compliance-column-line.
       1000-EXIT.
           EXIT.

       1200-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT parm-file-ok
               GO TO 1200-EXIT
           END-IF.
           READ PARM-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF PARM-BASE-CCY NOT = SPACES
                       MOVE PARM-BASE-CCY TO base-currency-code
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
       1200-EXIT.
           EXIT.

      * Sin bitacora de mantenimiento no se sabe cuando cambio un
      * minimo; lo que no tiene motivo de aprobacion se toma fuera
      * de politica desde la vigencia de su precio.
       1300-LOAD-POLICY-CHANGES.
           MOVE ZERO TO pc-ocupadas.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF NOT maint-audit-ok
               DISPLAY " No hay bitacora MARGMAUD, los dias fuera "
                   "de politica se cuentan desde la vigencia del "
                   "precio."
               GO TO 1300-EXIT
           END-IF.
           SET fin-de-bitacora TO FALSE.
           PERFORM 1310-READ-MAINT-AUDIT
               THRU 1310-EXIT
               UNTIL fin-de-bitacora.
           CLOSE MAINT-AUDIT-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-MAINT-AUDIT.
           READ MAINT-AUDIT-FILE INTO MAINT-AUDIT-LINE
               AT END
                   SET fin-de-bitacora TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF MA-TABLE-ID NOT = "POLICY"
               GO TO 1310-EXIT
           END-IF.
           IF MA-ACTION-BAJA
               GO TO 1310-EXIT
           END-IF.
           MOVE MA-RECORD-KEY TO pc-buscada.
           PERFORM 7200-FIND-POLICY-CHANGE
               THRU 7200-EXIT.
           IF pc-hallada = ZERO
               IF pc-ocupadas < 200
                   ADD 1 TO pc-ocupadas
                   MOVE pc-ocupadas TO pc-hallada
                   MOVE pc-buscada TO pc-categoria (pc-hallada)
               ELSE
                   GO TO 1310-EXIT
               END-IF
           END-IF.
           MOVE MA-RUN-DATE TO pc-fecha (pc-hallada).
       1310-EXIT.
           EXIT.

       2000-SWEEP-CURRENT.
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
      * Una promocion esta bajo el minimo a proposito y MARGPROM la
      * regresa sola al precio regular en su fecha de fin.
           IF CM-ES-PROMOCION
               ADD 1 TO total-en-promocion
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-CATEGORY-CODE TO PL-CATEGORY-CODE.
           READ POLICY-FILE
               KEY IS PL-CATEGORY-CODE
               INVALID KEY
                   ADD 1 TO total-sin-politica
                   GO TO 2100-EXIT
           END-READ.
           IF CM-MAR NOT < PL-MIN-MAR AND CM-AJUS NOT < PL-MIN-AJUS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 3000-BUILD-WORK-ITEM
               THRU 3000-EXIT.
           RELEASE SORT-RECORD FROM COMPLIANCE-WORK-RECORD.
           ADD 1 TO total-fuera.
       2100-EXIT.
           EXIT.

       3000-BUILD-WORK-ITEM.
           MOVE CM-CATEGORY-CODE TO CW-CATEGORY-CODE.
           MOVE CM-ITEM-CODE TO CW-ITEM-CODE.
           MOVE CM-ZONE-CODE TO CW-ZONE-CODE.
           MOVE CM-ITEM-DESC TO CW-ITEM-DESC.
           MOVE CM-CURRENCY-CODE TO CW-CURRENCY-CODE.
           MOVE CM-COST TO CW-COST.
           MOVE CM-SELL TO CW-SELL.
           MOVE CM-MAR TO CW-MAR.
           MOVE CM-AJUS TO CW-AJUS.
           MOVE PL-MIN-MAR TO CW-MIN-MAR.
           MOVE PL-MIN-AJUS TO CW-MIN-AJUS.
           MOVE ZERO TO CW-GAP-MAR.
           MOVE ZERO TO CW-GAP-AJUS.
           IF CM-MAR < PL-MIN-MAR
               SUBTRACT CM-MAR FROM PL-MIN-MAR GIVING CW-GAP-MAR
           END-IF.
           IF CM-AJUS < PL-MIN-AJUS
               SUBTRACT CM-AJUS FROM PL-MIN-AJUS GIVING CW-GAP-AJUS
           END-IF.
           MOVE CM-EFF-DATE TO CW-PRICE-DATE.
           MOVE CM-REASON-CODE TO CW-REASON-CODE.
           MOVE run-date TO CW-RUN-DATE.
           PERFORM 3100-PRICE-TO-POLICY
               THRU 3100-EXIT.
           MOVE sell TO CW-SUGGESTED-SELL.
           PERFORM 3200-GET-VOLUME
               THRU 3200-EXIT.
           MOVE volumen-item TO CW-UNITS.
      * Impacto: lo que habria que mover el SELL por unidad para
      * llegar al precio que cumple, por las unidades que se venden,
      * en moneda base. Sin precio que cumpla no se puede medir.
           MOVE ZERO TO impacto-base.
           IF sell > ZERO
               SUBTRACT sell FROM CM-SELL GIVING ajuste-sell
               IF ajuste-sell < ZERO
                   SUBTRACT ajuste-sell FROM ZERO GIVING ajuste-sell
               END-IF
               MULTIPLY ajuste-sell BY volumen-item
                   GIVING impacto-moneda ROUNDED
               PERFORM 3300-CONVERT-TO-BASE
                   THRU 3300-EXIT
           END-IF.
           MOVE impacto-base TO CW-IMPACT-BASE.
           PERFORM 3400-UPDATE-HISTORY
               THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      * El SELL mas alto que cumple los dos minimos al COST vigente,
      * igual que el repreciado a politica de MARGVCST: se despeja
      * de cada formula y se baja de a centavo hasta que el calculo
      * de MARGEN5 lo acepte.
       3100-PRICE-TO-POLICY.
           MOVE ZERO TO sell.
           MOVE CM-COST TO cost.
           IF cost NOT > ZERO
               GO TO 3100-EXIT
           END-IF.
           DIVIDE PL-MIN-MAR BY cien GIVING factor-politica.
           ADD 1 TO factor-politica.
           IF factor-politica NOT > ZERO
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
           IF sell < ZERO
               MOVE ZERO TO sell
           END-IF.
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

      * Conversion como en 7000-CONVERT-CURRENCY de MARGEN5, con la
      * tasa fechada que rige el dia del barrido.
       3300-CONVERT-TO-BASE.
           MOVE impacto-moneda TO impacto-base.
           IF CM-CURRENCY-CODE = base-currency-code
               GO TO 3300-EXIT
           END-IF.
           IF currdate-disponible
               PERFORM 3310-FIND-DATED-RATE
                   THRU 3310-EXIT
               IF tasa-hallada
                   MULTIPLY impacto-moneda BY tasa-vigente
                       GIVING impacto-base ROUNDED
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF NOT currency-disponible
               GO TO 3300-EXIT
           END-IF.
           MOVE CM-CURRENCY-CODE TO CU-CURRENCY-CODE.
           READ CURRENCY-FILE
               KEY IS CU-CURRENCY-CODE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           MULTIPLY impacto-moneda BY CU-RATE-TO-BASE
               GIVING impacto-base ROUNDED.
       3300-EXIT.
           EXIT.

       3310-FIND-DATED-RATE.
           SET tasa-hallada TO FALSE.
           SET busqueda-tasa-fin TO FALSE.
           MOVE ZERO TO tasa-vigente.
           MOVE CM-CURRENCY-CODE TO CD-CURRENCY-CODE.
           MOVE ZERO TO CD-EFF-DATE.
           START DATED-RATE-FILE
               KEY IS NOT LESS THAN CD-RATE-KEY
               INVALID KEY
                   SET busqueda-tasa-fin TO TRUE
           END-START.
           PERFORM 3320-READ-DATED-RATE
               THRU 3320-EXIT
               UNTIL busqueda-tasa-fin.
       3310-EXIT.
           EXIT.

       3320-READ-DATED-RATE.
           READ DATED-RATE-FILE NEXT
               AT END
                   SET busqueda-tasa-fin TO TRUE
                   GO TO 3320-EXIT
           END-READ.
           IF CD-CURRENCY-CODE NOT = CM-CURRENCY-CODE
               SET busqueda-tasa-fin TO TRUE
               GO TO 3320-EXIT
           END-IF.
           IF CD-EFF-DATE > run-date
               SET busqueda-tasa-fin TO TRUE
               GO TO 3320-EXIT
           END-IF.
           SET tasa-hallada TO TRUE.
           MOVE CD-RATE-TO-BASE TO tasa-vigente.
       3320-EXIT.
           EXIT.

      * El registro conserva desde cuando esta fuera el precio; si
      * el precio cambio desde el ultimo barrido es un caso nuevo.
       3400-UPDATE-HISTORY.
           MOVE SPACE TO CW-NEW-IND.
           MOVE CM-ITEM-CODE TO CH-ITEM-CODE.
           MOVE CM-ZONE-CODE TO CH-ZONE-CODE.
           READ HISTORY-FILE
               KEY IS CH-KEY
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           IF history-file-ok
               IF CH-PRICE-DATE = CM-EFF-DATE
                   MOVE run-date TO CH-LAST-SWEEP-DATE
                   MOVE CM-CATEGORY-CODE TO CH-CATEGORY-CODE
                   REWRITE COMPLIANCE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY " No se pudo regrabar MARGCMPH "
                               "del item " CH-ITEM-CODE ", status: "
                               history-file-status
                   END-REWRITE
                   GO TO 3400-DAYS
               END-IF
               PERFORM 3410-SET-SINCE-DATE
                   THRU 3410-EXIT
               REWRITE COMPLIANCE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY " No se pudo regrabar MARGCMPH "
                           "del item " CH-ITEM-CODE ", status: "
                           history-file-status
               END-REWRITE
               GO TO 3400-DAYS
           END-IF.
           MOVE CM-ITEM-CODE TO CH-ITEM-CODE.
           MOVE CM-ZONE-CODE TO CH-ZONE-CODE.
           PERFORM 3410-SET-SINCE-DATE
               THRU 3410-EXIT.
           WRITE COMPLIANCE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar MARGCMPH del item "
                       CH-ITEM-CODE ", status: " history-file-status
           END-WRITE.
       3400-DAYS.
           MOVE CH-SINCE-DATE TO CW-SINCE-DATE.
           MOVE CH-SINCE-DATE TO fecha-trabajo.
           PERFORM 7100-DATE-TO-DAYS
               THRU 7100-EXIT.
           IF dias-trabajo > dias-hoy
               MOVE ZERO TO CW-DAYS-OUT
           ELSE
               SUBTRACT dias-trabajo FROM dias-hoy
                   GIVING CW-DAYS-OUT
           END-IF.
       3400-EXIT.
           EXIT.

      * Caso nuevo: un precio aprobado bajo el minimo esta fuera
      * desde su vigencia; uno posteado normal, desde el ultimo
      * cambio del minimo de su categoria posterior a su vigencia.
       3410-SET-SINCE-DATE.
           MOVE CM-EFF-DATE TO fecha-desde.
           IF CM-REASON-CODE = SPACES
               MOVE CM-CATEGORY-CODE TO pc-buscada
               PERFORM 7200-FIND-POLICY-CHANGE
                   THRU 7200-EXIT
               IF pc-hallada > ZERO
                   IF pc-fecha (pc-hallada) > fecha-desde
                       MOVE pc-fecha (pc-hallada) TO fecha-desde
                   END-IF
               END-IF
           END-IF.
           IF fecha-desde > run-date
               MOVE run-date TO fecha-desde
           END-IF.
           MOVE CM-CATEGORY-CODE TO CH-CATEGORY-CODE.
           MOVE CM-EFF-DATE TO CH-PRICE-DATE.
           MOVE fecha-desde TO CH-SINCE-DATE.
           MOVE run-date TO CH-FIRST-SWEEP-DATE.
           MOVE run-date TO CH-LAST-SWEEP-DATE.
           SET CW-NUEVO TO TRUE.
           ADD 1 TO total-nuevos.
       3410-EXIT.
           EXIT.

       4000-WRITE-WORKLIST.
           SET fin-del-ordenado TO FALSE.
           SET hay-categoria-abierta TO FALSE.
           PERFORM 4100-RETURN-WORK-ITEM
               THRU 4100-EXIT
               UNTIL fin-del-ordenado.
           IF hay-categoria-abierta
               PERFORM 4300-WRITE-CATEGORY-TOTAL
                   THRU 4300-EXIT
           ELSE
               WRITE COMPLIANCE-REPORT-RECORD
                   FROM compliance-empty-line
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-WORK-ITEM.
           RETURN SORT-FILE INTO COMPLIANCE-WORK-RECORD
               AT END
                   SET fin-del-ordenado TO TRUE
                   GO TO 4100-EXIT
           END-RETURN.
           IF hay-categoria-abierta
               IF CW-CATEGORY-CODE NOT = categoria-anterior
                   PERFORM 4300-WRITE-CATEGORY-TOTAL
                       THRU 4300-EXIT
               END-IF
           END-IF.
           IF NOT hay-categoria-abierta
               SET hay-categoria-abierta TO TRUE
               MOVE CW-CATEGORY-CODE TO categoria-anterior
               MOVE ZERO TO categoria-items
               MOVE ZERO TO categoria-impacto
           END-IF.
           WRITE COMPLIANCE-WORK-RECORD.
           ADD 1 TO categoria-items.
           ADD CW-IMPACT-BASE TO categoria-impacto.
           ADD CW-IMPACT-BASE TO total-impacto.
           PERFORM 4200-WRITE-DETAIL-LINE
               THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-DETAIL-LINE.
           MOVE CW-CATEGORY-CODE TO cl-category-code.
           MOVE CW-ITEM-CODE TO cl-item-code.
           MOVE CW-ZONE-CODE TO cl-zone-code.
           MOVE CW-CURRENCY-CODE TO cl-currency-code.
           MOVE CW-SELL TO cl-sell.
           MOVE CW-MAR TO cl-mar.
           MOVE CW-MIN-MAR TO cl-min-mar.
           MOVE CW-GAP-MAR TO cl-gap-mar.
           MOVE CW-AJUS TO cl-ajus.
           MOVE CW-MIN-AJUS TO cl-min-ajus.
           MOVE CW-GAP-AJUS TO cl-gap-ajus.
           MOVE CW-SUGGESTED-SELL TO cl-suggested-sell.
           MOVE CW-UNITS TO cl-units.
           MOVE CW-IMPACT-BASE TO cl-impact-base.
           MOVE CW-DAYS-OUT TO cl-days-out.
           MOVE CW-SINCE-DATE TO cl-since-date.
           MOVE CW-REASON-CODE TO cl-reason-code.
           MOVE SPACES TO cl-nota.
           IF CW-NUEVO
               MOVE "NUEVO" TO cl-nota
           END-IF.
           IF CW-SUGGESTED-SELL NOT > ZERO
               MOVE "SIN PRECIO" TO cl-nota
           END-IF.
           WRITE COMPLIANCE-REPORT-RECORD
               FROM compliance-detail-line.
       4200-EXIT.
           EXIT.

       4300-WRITE-CATEGORY-TOTAL.
           MOVE categoria-anterior TO ct-category-code.
           MOVE categoria-items TO ct-items.
           MOVE categoria-impacto TO ct-impacto.
           WRITE COMPLIANCE-REPORT-RECORD FROM category-total-line.
           SET hay-categoria-abierta TO FALSE.
       4300-EXIT.
           EXIT.

      * Lo que el barrido de hoy no volvio a encontrar fuera de
      * politica ya cumple (o ya no esta en MARGCURR): sale del
      * registro.
       5000-PURGE-HISTORY.
           SET fin-del-registro TO FALSE.
           MOVE LOW-VALUES TO CH-KEY.
           START HISTORY-FILE
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET fin-del-registro TO TRUE
           END-START.
           PERFORM 5100-CHECK-HISTORY
               THRU 5100-EXIT
               UNTIL fin-del-registro.
       5000-EXIT.
           EXIT.

       5100-CHECK-HISTORY.
           READ HISTORY-FILE NEXT
               AT END
                   SET fin-del-registro TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF CH-LAST-SWEEP-DATE NOT < run-date
               GO TO 5100-EXIT
           END-IF.
           DELETE HISTORY-FILE
               INVALID KEY
                   DISPLAY " No se pudo dar de baja en MARGCMPH el "
                       "item " CH-ITEM-CODE ", status: "
                       history-file-status
                   GO TO 5100-EXIT
           END-DELETE.
           ADD 1 TO total-regularizados.
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

      * Numero de dia de calendario de fecha-trabajo (AAAAMMDD),
      * con la misma formula de MARGAGE.
       7100-DATE-TO-DAYS.
           IF ft-mm > 2
               MOVE ft-yyyy TO calc-yyyy
               ADD 1 TO ft-mm GIVING calc-mm
           ELSE
               SUBTRACT 1 FROM ft-yyyy GIVING calc-yyyy
               ADD 13 TO ft-mm GIVING calc-mm
           END-IF.
           MULTIPLY calc-yyyy BY 1461 GIVING calc-parte1.
           DIVIDE calc-parte1 BY 4 GIVING calc-parte1.
           MULTIPLY calc-mm BY 306001 GIVING calc-parte2.
           DIVIDE calc-parte2 BY 10000 GIVING calc-parte2.
           ADD calc-parte1 calc-parte2 ft-dd GIVING dias-trabajo.
       7100-EXIT.
           EXIT.

       7200-FIND-POLICY-CHANGE.
           MOVE ZERO TO pc-hallada.
           PERFORM 7210-SCAN-POLICY-CHANGE
               THRU 7210-EXIT
               VARYING pc-sub FROM 1 BY 1
               UNTIL pc-sub > pc-ocupadas OR pc-hallada > ZERO.
       7200-EXIT.
           EXIT.

       7210-SCAN-POLICY-CHANGE.
           IF pc-categoria (pc-sub) = pc-buscada
               MOVE pc-sub TO pc-hallada
           END-IF.
       7210-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE total-revisados TO nt-revisados.
           MOVE total-fuera TO nt-fuera.
           MOVE total-nuevos TO nt-nuevos.
           MOVE total-regularizados TO nt-regularizados.
           WRITE COMPLIANCE-REPORT-RECORD
               FROM compliance-total-line-1.
           MOVE total-sin-politica TO nt-sin-politica.
           MOVE total-en-promocion TO nt-en-promocion.
           MOVE total-impacto TO nt-impacto.
           WRITE COMPLIANCE-REPORT-RECORD
               FROM compliance-total-line-2.
           DISPLAY " Barrido de politica: revisados " total-revisados
               ", fuera de politica " total-fuera
               ", nuevos " total-nuevos
               ", regularizados " total-regularizados.
           IF total-fuera > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CURRENT-MARGIN-FILE.
           CLOSE POLICY-FILE.
           IF volumen-disponible
               CLOSE SALES-VOLUME-FILE
           END-IF.
           IF currency-disponible
               CLOSE CURRENCY-FILE
           END-IF.
           IF currdate-disponible
               CLOSE DATED-RATE-FILE
           END-IF.
           CLOSE HISTORY-FILE.
           CLOSE WORKLIST-FILE.
           CLOSE COMPLIANCE-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGCMPL.
