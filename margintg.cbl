      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Auditoria de integridad entre los archivos del
      *          circuito de margenes. Solo lee; no corrige nada.
      *          Verifica cuatro reglas y lista en MARGINTR cada
      *          diferencia con sus llaves:
      *          1. MARGCURR es igual al ultimo registro de ITEMMAST
      *             de cada item y zona (y no hay MARGCURR sin
      *             historial en ITEMMAST).
      *          2. El conteo de cada lote posteado en MARGRUNS es
      *             igual a las lineas de ese lote en MARGAUD (y no
      *             hay lineas de un lote que MARGRUNS no conozca).
      *             Las lineas de reverso que graba MARGREVR restan
      *             las del posteo que compensan, asi que un lote
      *             reversado y reposteado cuadra con su ultimo
      *             posteo.
      *             Los lotes posteados antes de que MARGAUD llevara
      *             el lote, o cuyas lineas ya se depuraron, se
      *             cuentan como no verificables.
      *          3. Cada retencion aprobada (o contrapropuesta) de
      *             MARGHOLD esta en MARGRCYC esperando el posteo o
      *             ya en ITEMMAST, con el SELL que se decidio.
      *          4. Ningun precio futuro de MARGPEND es de un item
      *             descontinuado (o inexistente) en ITEMREF.
      *          Al final da el conteo por regla y el veredicto:
      *          limpia, o no limpia (codigo 4) si hubo alguna
      *          diferencia o alguna regla no se pudo verificar.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: reglas de MARGCURR contra
      *                    ITEMMAST, MARGRUNS contra MARGAUD,
      *                    retenciones aprobadas contra MARGRCYC e
      *                    ITEMMAST, y MARGPEND contra ITEMREF.
      *   2026-10-15  CM  MARGAUD se lee con 154 bytes y la regla 2
      *                    netea las lineas de reverso de MARGREVR: un
      *                    lote reversado y reposteado se cuadra con su
      *                    ultimo posteo, y un lote reversado del todo
      *                    no deja lineas huerfanas.
      *   2026-10-15  CM  El detalle de cada diferencia (86) y el
      *                    estado de cada regla en el resumen (15) ya
      *                    no se cortan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGINTG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS item-master-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "MARGRUNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-BATCH-ID
               FILE STATUS IS run-registry-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "MARGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT HOLD-FILE ASSIGN TO "MARGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS hold-file-status.
           SELECT RECYCLE-FILE ASSIGN TO "MARGRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recycle-file-status.
           SELECT PENDING-FILE ASSIGN TO "MARGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS pending-file-status.
           SELECT ITEM-REF-FILE ASSIGN TO "ITEMREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-ITEM-CODE
               FILE STATUS IS item-ref-status.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "MARGINTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS integrity-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMMAST.

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  RUN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNREGRC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-RECORD                PIC X(154).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOLDREC.

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD                  PIC X(80).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  ITEM-REF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMREF.

       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       77 item-master-status PIC X(02) VALUE "00".
           88 item-master-ok                VALUE "00".
           88 item-master-no-existe         VALUE "35".

       77 current-margin-status PIC X(02) VALUE "00".
           88 current-margin-ok             VALUE "00".
           88 current-margin-no-existe      VALUE "35".

       77 run-registry-status PIC X(02) VALUE "00".
           88 run-registry-ok               VALUE "00".
           88 run-registry-no-existe        VALUE "35".

       77 audit-log-status PIC X(02) VALUE "00".
           88 audit-log-ok                  VALUE "00".
           88 audit-log-no-existe           VALUE "35".

       77 hold-file-status PIC X(02) VALUE "00".
           88 hold-file-ok                  VALUE "00".
           88 hold-file-no-existe           VALUE "35".

       77 recycle-file-status PIC X(02) VALUE "00".
           88 recycle-file-ok               VALUE "00".
           88 recycle-file-no-existe        VALUE "35".

       77 pending-file-status PIC X(02) VALUE "00".
           88 pending-file-ok               VALUE "00".
           88 pending-file-no-existe        VALUE "35".

       77 item-ref-status PIC X(02) VALUE "00".
           88 item-ref-ok                   VALUE "00".

       77 integrity-report-status PIC X(02) VALUE "00".
           88 integrity-report-ok           VALUE "00".

       77 run-date PIC 9(08) VALUE ZERO.

       77 maestro-abierto-sw PIC X(01) VALUE "N".
           88 maestro-abierto               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 vigente-abierto-sw PIC X(01) VALUE "N".
           88 vigente-abierto               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-archivo-sw PIC X(01) VALUE "N".
           88 fin-del-archivo               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 hay-maestro-sw PIC X(01) VALUE "N".
           88 hay-maestro-guardado          VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 encontrado-sw PIC X(01) VALUE "N".
           88 se-encontro                   VALUE "Y" WHEN SET TO
               FALSE IS "N".

      * Ultimo registro de ITEMMAST leido del item y zona en curso;
      * la llave va en orden de fecha, asi que al cambiar de item o
      * zona el guardado es el vigente.
       01 ultimo-maestro.
           05 um-item-code               PIC X(10).
           05 um-zone-code               PIC X(02).
           05 um-eff-date                PIC 9(08).
           05 um-currency-code           PIC X(03).
           05 um-cost                    PIC S9(10)V99.
           05 um-sell                    PIC S9(10)V99.
           05 um-mar                     PIC S9(10)V99.
           05 um-ajus                    PIC S9(10)V99.
           05 um-reason-code             PIC X(03).
           05 um-promo-ind               PIC X(01).

      * Lineas de MARGAUD por lote.
       01 lotes-bitacora.
           05 lb-entrada OCCURS 1000 TIMES.
               10 lb-lote                PIC X(08).
               10 lb-lineas              PIC 9(08).
               10 lb-visto               PIC X(01).
       77 lb-ocupadas PIC 9(04) VALUE ZERO.
       77 lb-sub PIC 9(04) VALUE ZERO.
       77 lb-hallada PIC 9(04) VALUE ZERO.
       77 lb-buscado PIC X(08) VALUE SPACES.
       77 lb-desbordada-sw PIC X(01) VALUE "N".
           88 lb-desbordada                 VALUE "Y".
       77 fecha-minima-lote PIC 9(08) VALUE ZERO.

      * Transacciones en espera en MARGRCYC.
       01 reciclaje-tabla.
           05 rt-entrada OCCURS 5000 TIMES.
               10 rt-item-code           PIC X(10).
               10 rt-zone-code           PIC X(02).
               10 rt-eff-date            PIC 9(08).
               10 rt-sell                PIC S9(10)V99.
       77 rt-ocupadas PIC 9(04) VALUE ZERO.
       77 rt-sub PIC 9(04) VALUE ZERO.
       77 rt-desbordada-sw PIC X(01) VALUE "N".
           88 rt-desbordada                 VALUE "Y".
       77 sell-decidido PIC S9(10)V99 VALUE ZERO.

      * Diferencias por regla y si la regla se pudo verificar.
       01 reglas-resumen.
           05 rr-entrada OCCURS 4 TIMES.
               10 rr-diferencias         PIC 9(06).
               10 rr-verificada          PIC X(01).
                   88 rr-es-verificada       VALUE "Y".
       77 regla-actual PIC 9(01) VALUE ZERO.
       77 total-diferencias PIC 9(06) VALUE ZERO.
       77 total-no-verificables PIC 9(06) VALUE ZERO.
       77 total-revisados PIC 9(08) VALUE ZERO.

       COPY AUDITREC.

       COPY PRICEIN.

       01 edit-conteo-1 PIC ZZ,ZZZ,ZZ9.
       01 edit-conteo-2 PIC ZZ,ZZZ,ZZ9.
       01 edit-sell-1 PIC -ZZ,ZZZ,ZZ9.99.
       01 edit-sell-2 PIC -ZZ,ZZZ,ZZ9.99.

       01 integrity-heading-line.
           05 FILLER                   PIC X(46)
               VALUE " AUDITORIA DE INTEGRIDAD ENTRE ARCHIVOS -".
           05 ih-run-date               PIC 99/99/9999.

       01 rule-heading-line.
           05 FILLER                   PIC X(07) VALUE " REGLA ".
           05 rh-rule                   PIC 9(01).
           05 FILLER                   PIC X(02) VALUE ": ".
           05 rh-text                   PIC X(70).

       01 break-detail-line.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 bd-llave                  PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-detalle                PIC X(86).

       01 rule-total-line.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 tr-text                   PIC X(30).
           05 tr-conteo                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 tr-nota                   PIC X(40).

       01 summary-line.
           05 FILLER                   PIC X(07) VALUE " REGLA ".
           05 sm-rule                   PIC 9(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sm-text                   PIC X(44).
           05 sm-conteo                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sm-estado                 PIC X(15).

       01 verdict-line.
           05 FILLER                   PIC X(12)
               VALUE " VEREDICTO: ".
           05 vd-text                   PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CHECK-CURRENT-MARGIN
               THRU 2000-EXIT.
           PERFORM 3000-CHECK-RUN-COUNTS
               THRU 3000-EXIT.
           PERFORM 4000-CHECK-APPROVED-HOLDS
               THRU 4000-EXIT.
           PERFORM 5000-CHECK-PENDING-ITEMS
               THRU 5000-EXIT.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF NOT integrity-report-ok
               DISPLAY " No se pudo abrir MARGINTR, status: "
                   integrity-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO ih-run-date.
           WRITE INTEGRITY-REPORT-RECORD FROM integrity-heading-line.
           PERFORM 1100-CLEAR-RULE
               THRU 1100-EXIT
               VARYING regla-actual FROM 1 BY 1
               UNTIL regla-actual > 4.
      * ITEMMAST y MARGCURR sirven a dos reglas. Un archivo que no
      * existe se audita como vacio; uno que no abre deja sus
      * reglas sin verificar.
           OPEN INPUT ITEM-MASTER-FILE.
           IF item-master-ok
               SET maestro-abierto TO TRUE
           ELSE
               IF NOT item-master-no-existe
                   DISPLAY " No se pudo abrir ITEMMAST, status: "
                       item-master-status
               END-IF
           END-IF.
           OPEN INPUT CURRENT-MARGIN-FILE.
           IF current-margin-ok
               SET vigente-abierto TO TRUE
           ELSE
               IF NOT current-margin-no-existe
                   DISPLAY " No se pudo abrir MARGCURR, status: "
                       current-margin-status
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-RULE.
           MOVE ZERO TO rr-diferencias (regla-actual).
           MOVE "Y" TO rr-verificada (regla-actual).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * Regla 1: MARGCURR contra el ultimo ITEMMAST de cada item/zona.
      ******************************************************************
       2000-CHECK-CURRENT-MARGIN.
           MOVE 1 TO regla-actual.
           MOVE 1 TO rh-rule.
           MOVE "MARGCURR = ULTIMO ITEMMAST POR ITEM Y ZONA"
               TO rh-text.
           WRITE INTEGRITY-REPORT-RECORD FROM rule-heading-line.
           IF NOT item-master-ok AND NOT item-master-no-existe
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 2000-WRITE-TOTAL
           END-IF.
           IF NOT current-margin-ok AND NOT current-margin-no-existe
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 2000-WRITE-TOTAL
           END-IF.
           IF maestro-abierto
               SET hay-maestro-guardado TO FALSE
               SET fin-del-archivo TO FALSE
               MOVE LOW-VALUES TO IM-KEY
               START ITEM-MASTER-FILE
                   KEY IS NOT LESS THAN IM-KEY
                   INVALID KEY
                       SET fin-del-archivo TO TRUE
               END-START
               PERFORM 2100-READ-MASTER
                   THRU 2100-EXIT
                   UNTIL fin-del-archivo
               IF hay-maestro-guardado
                   PERFORM 2200-COMPARE-CURRENT
                       THRU 2200-EXIT
               END-IF
           END-IF.
           IF vigente-abierto
               SET fin-del-archivo TO FALSE
               MOVE LOW-VALUES TO CM-KEY
               START CURRENT-MARGIN-FILE
                   KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY
                       SET fin-del-archivo TO TRUE
               END-START
               PERFORM 2300-CHECK-CURRENT-HISTORY
                   THRU 2300-EXIT
                   UNTIL fin-del-archivo
           END-IF.
       2000-WRITE-TOTAL.
           PERFORM 7100-WRITE-RULE-TOTAL
               THRU 7100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER.
           READ ITEM-MASTER-FILE NEXT
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO total-revisados.
           IF hay-maestro-guardado
               IF IM-ITEM-CODE NOT = um-item-code OR
                       IM-ZONE-CODE NOT = um-zone-code
                   PERFORM 2200-COMPARE-CURRENT
                       THRU 2200-EXIT
               END-IF
           END-IF.
           MOVE IM-ITEM-CODE TO um-item-code.
           MOVE IM-ZONE-CODE TO um-zone-code.
           MOVE IM-EFF-DATE TO um-eff-date.
           MOVE IM-CURRENCY-CODE TO um-currency-code.
           MOVE IM-COST TO um-cost.
           MOVE IM-SELL TO um-sell.
           MOVE IM-MAR TO um-mar.
           MOVE IM-AJUS TO um-ajus.
           MOVE IM-REASON-CODE TO um-reason-code.
           MOVE IM-PROMO-IND TO um-promo-ind.
           SET hay-maestro-guardado TO TRUE.
       2100-EXIT.
           EXIT.

       2200-COMPARE-CURRENT.
           MOVE SPACES TO break-detail-line.
           STRING "ITEM " DELIMITED BY SIZE
                  um-item-code DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  um-zone-code DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  um-eff-date DELIMITED BY SIZE
               INTO bd-llave.
           IF NOT vigente-abierto
               MOVE "NO HAY REGISTRO EN MARGCURR" TO bd-detalle
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE um-item-code TO CM-ITEM-CODE.
           MOVE um-zone-code TO CM-ZONE-CODE.
           READ CURRENT-MARGIN-FILE
               KEY IS CM-KEY
               INVALID KEY
                   MOVE "NO HAY REGISTRO EN MARGCURR" TO bd-detalle
                   PERFORM 7000-WRITE-BREAK
                       THRU 7000-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF CM-EFF-DATE NOT = um-eff-date
               STRING "MARGCURR APUNTA A LA VIGENCIA "
                          DELIMITED BY SIZE
                      CM-EFF-DATE DELIMITED BY SIZE
                      ", NO A LA ULTIMA DE ITEMMAST" DELIMITED BY SIZE
                   INTO bd-detalle
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CM-COST NOT = um-cost OR CM-SELL NOT = um-sell
               MOVE CM-SELL TO edit-sell-1
               MOVE um-sell TO edit-sell-2
               STRING "MISMA VIGENCIA, SELL MARGCURR " DELIMITED BY SIZE
                      edit-sell-1 DELIMITED BY SIZE
                      " ITEMMAST " DELIMITED BY SIZE
                      edit-sell-2 DELIMITED BY SIZE
                      " (O COST DISTINTO)" DELIMITED BY SIZE
                   INTO bd-detalle
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CM-MAR NOT = um-mar OR CM-AJUS NOT = um-ajus OR
                   CM-CURRENCY-CODE NOT = um-currency-code OR
                   CM-REASON-CODE NOT = um-reason-code OR
                   CM-PROMO-IND NOT = um-promo-ind
               MOVE "MISMO PRECIO; OTRO MARGEN, MONEDA, MOTIVO O PROMO"
                   TO bd-detalle
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * Un MARGCURR sin ningun registro de su item y zona en ITEMMAST
      * no sale en la pasada anterior.
       2300-CHECK-CURRENT-HISTORY.
           READ CURRENT-MARGIN-FILE NEXT
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           SET se-encontro TO FALSE.
           IF maestro-abierto
               MOVE CM-ITEM-CODE TO IM-ITEM-CODE
               MOVE CM-ZONE-CODE TO IM-ZONE-CODE
               MOVE ZERO TO IM-EFF-DATE
               START ITEM-MASTER-FILE
                   KEY IS NOT LESS THAN IM-KEY
                   INVALID KEY
                       GO TO 2300-REPORT
               END-START
               READ ITEM-MASTER-FILE NEXT
                   AT END
                       GO TO 2300-REPORT
               END-READ
               IF IM-ITEM-CODE = CM-ITEM-CODE AND
                       IM-ZONE-CODE = CM-ZONE-CODE
                   SET se-encontro TO TRUE
               END-IF
           END-IF.
       2300-REPORT.
           IF se-encontro
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO break-detail-line.
           STRING "ITEM " DELIMITED BY SIZE
                  CM-ITEM-CODE DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  CM-ZONE-CODE DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  CM-EFF-DATE DELIMITED BY SIZE
               INTO bd-llave.
           MOVE "MARGCURR SIN HISTORIAL DEL ITEM Y ZONA EN ITEMMAST"
               TO bd-detalle.
           PERFORM 7000-WRITE-BREAK
               THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * Regla 2: conteo de MARGRUNS contra lineas de MARGAUD por lote.
      ******************************************************************
       3000-CHECK-RUN-COUNTS.
           MOVE 2 TO regla-actual.
           MOVE 2 TO rh-rule.
           MOVE "CONTEO DE CADA LOTE EN MARGRUNS = LINEAS EN MARGAUD"
               TO rh-text.
           WRITE INTEGRITY-REPORT-RECORD FROM rule-heading-line.
           MOVE ZERO TO total-no-verificables.
           PERFORM 3100-LOAD-AUDIT-LOG
               THRU 3100-EXIT.
           IF NOT rr-es-verificada (regla-actual)
               GO TO 3000-WRITE-TOTAL
           END-IF.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF run-registry-no-existe
               GO TO 3000-ORPHAN-LINES
           END-IF.
           IF NOT run-registry-ok
               DISPLAY " No se pudo abrir MARGRUNS, status: "
                   run-registry-status
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 3000-WRITE-TOTAL
           END-IF.
           SET fin-del-archivo TO FALSE.
           MOVE LOW-VALUES TO RG-BATCH-ID.
           START RUN-REGISTRY-FILE
               KEY IS NOT LESS THAN RG-BATCH-ID
               INVALID KEY
                   SET fin-del-archivo TO TRUE
           END-START.
           PERFORM 3200-CHECK-RUN
               THRU 3200-EXIT
               UNTIL fin-del-archivo.
           CLOSE RUN-REGISTRY-FILE.
       3000-ORPHAN-LINES.
           PERFORM 3300-CHECK-ORPHAN-LINES
               THRU 3300-EXIT
               VARYING lb-sub FROM 1 BY 1
               UNTIL lb-sub > lb-ocupadas.
       3000-WRITE-TOTAL.
           PERFORM 7100-WRITE-RULE-TOTAL
               THRU 7100-EXIT.
           IF total-no-verificables > ZERO
               MOVE SPACES TO rule-total-line
               MOVE "LOTES NO VERIFICABLES:" TO tr-text
               MOVE total-no-verificables TO tr-conteo
               MOVE "(POSTEADOS ANTES DEL LOTE EN MARGAUD)" TO tr-nota
               WRITE INTEGRITY-REPORT-RECORD FROM rule-total-line
           END-IF.
       3000-EXIT.
           EXIT.

      * Las lineas sin lote son de antes de que MARGAUD lo llevara y
      * no se pueden asignar a ninguno.
       3100-LOAD-AUDIT-LOG.
           MOVE ZERO TO lb-ocupadas.
           MOVE ZERO TO fecha-minima-lote.
           OPEN INPUT AUDIT-LOG-FILE.
           IF audit-log-no-existe
               GO TO 3100-EXIT
           END-IF.
           IF NOT audit-log-ok
               DISPLAY " No se pudo abrir MARGAUD, status: "
                   audit-log-status
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 3100-EXIT
           END-IF.
           SET fin-del-archivo TO FALSE.
           PERFORM 3110-READ-AUDIT-LINE
               THRU 3110-EXIT
               UNTIL fin-del-archivo.
           CLOSE AUDIT-LOG-FILE.
           IF lb-desbordada
               DISPLAY " MARGAUD tiene mas de 1000 lotes; la regla 2 "
                   "no se puede verificar completa."
               MOVE "N" TO rr-verificada (regla-actual)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-READ-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-LINE
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF AL-BATCH-ID = SPACES
               GO TO 3110-EXIT
           END-IF.
           IF AL-RUN-DATE IS NUMERIC
               IF fecha-minima-lote = ZERO OR
                       AL-RUN-DATE < fecha-minima-lote
                   MOVE AL-RUN-DATE TO fecha-minima-lote
               END-IF
           END-IF.
           MOVE AL-BATCH-ID TO lb-buscado.
           PERFORM 7200-FIND-BATCH
               THRU 7200-EXIT.
           IF lb-hallada = ZERO
               IF lb-ocupadas < 1000
                   ADD 1 TO lb-ocupadas
                   MOVE lb-ocupadas TO lb-hallada
                   MOVE lb-buscado TO lb-lote (lb-hallada)
                   MOVE ZERO TO lb-lineas (lb-hallada)
                   MOVE "N" TO lb-visto (lb-hallada)
               ELSE
                   SET lb-desbordada TO TRUE
                   GO TO 3110-EXIT
               END-IF
           END-IF.
      * La linea de reverso compensa una del posteo reversado; si
      * la depuracion ya se llevo el posteo, el conteo queda en cero.
           IF AL-ES-REVERSO
               IF lb-lineas (lb-hallada) > ZERO
                   SUBTRACT 1 FROM lb-lineas (lb-hallada)
               END-IF
           ELSE
               ADD 1 TO lb-lineas (lb-hallada)
           END-IF.
       3110-EXIT.
           EXIT.

      * Solo los lotes posteados tienen que cuadrar: uno en proceso
      * espera su restart, y uno reversado ya no esta vigente.
       3200-CHECK-RUN.
           READ RUN-REGISTRY-FILE NEXT
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           MOVE RG-BATCH-ID TO lb-buscado.
           PERFORM 7200-FIND-BATCH
               THRU 7200-EXIT.
           IF lb-hallada > ZERO
               MOVE "Y" TO lb-visto (lb-hallada)
           END-IF.
           IF NOT RG-POSTEADO
               GO TO 3200-EXIT
           END-IF.
           IF fecha-minima-lote = ZERO OR
                   RG-POST-DATE < fecha-minima-lote
               ADD 1 TO total-no-verificables
               GO TO 3200-EXIT
           END-IF.
           MOVE ZERO TO edit-conteo-2.
           IF lb-hallada > ZERO
               IF lb-lineas (lb-hallada) = RG-RECORD-COUNT
                   GO TO 3200-EXIT
               END-IF
               MOVE lb-lineas (lb-hallada) TO edit-conteo-2
           ELSE
               IF RG-RECORD-COUNT = ZERO
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           MOVE RG-RECORD-COUNT TO edit-conteo-1.
           MOVE SPACES TO break-detail-line.
           STRING "LOTE " DELIMITED BY SIZE
                  RG-BATCH-ID DELIMITED BY SIZE
                  " POSTEADO " DELIMITED BY SIZE
                  RG-POST-DATE DELIMITED BY SIZE
               INTO bd-llave.
           STRING "MARGRUNS " DELIMITED BY SIZE
                  edit-conteo-1 DELIMITED BY SIZE
                  " REGISTROS, MARGAUD " DELIMITED BY SIZE
                  edit-conteo-2 DELIMITED BY SIZE
                  " LINEAS" DELIMITED BY SIZE
               INTO bd-detalle.
           PERFORM 7000-WRITE-BREAK
               THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

       3300-CHECK-ORPHAN-LINES.
           IF lb-visto (lb-sub) = "Y" OR lb-lineas (lb-sub) = ZERO
               GO TO 3300-EXIT
           END-IF.
           MOVE lb-lineas (lb-sub) TO edit-conteo-2.
           MOVE SPACES TO break-detail-line.
           STRING "LOTE " DELIMITED BY SIZE
                  lb-lote (lb-sub) DELIMITED BY SIZE
               INTO bd-llave.
           STRING "MARGAUD TIENE " DELIMITED BY SIZE
                  edit-conteo-2 DELIMITED BY SIZE
                  " LINEAS DE UN LOTE QUE NO ESTA EN MARGRUNS"
                      DELIMITED BY SIZE
               INTO bd-detalle.
           PERFORM 7000-WRITE-BREAK
               THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * Regla 3: retenciones aprobadas en MARGRCYC o en ITEMMAST.
      ******************************************************************
       4000-CHECK-APPROVED-HOLDS.
           MOVE 3 TO regla-actual.
           MOVE 3 TO rh-rule.
           MOVE "CADA RETENCION APROBADA ESTA EN MARGRCYC O EN ITEMMAST"
               TO rh-text.
           WRITE INTEGRITY-REPORT-RECORD FROM rule-heading-line.
           IF NOT item-master-ok AND NOT item-master-no-existe
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 4000-WRITE-TOTAL
           END-IF.
           PERFORM 4100-LOAD-RECYCLE
               THRU 4100-EXIT.
           IF NOT rr-es-verificada (regla-actual)
               GO TO 4000-WRITE-TOTAL
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF hold-file-no-existe
               GO TO 4000-WRITE-TOTAL
           END-IF.
           IF NOT hold-file-ok
               DISPLAY " No se pudo abrir MARGHOLD, status: "
                   hold-file-status
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 4000-WRITE-TOTAL
           END-IF.
           SET fin-del-archivo TO FALSE.
           MOVE LOW-VALUES TO HD-KEY.
           START HOLD-FILE
               KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   SET fin-del-archivo TO TRUE
           END-START.
           PERFORM 4200-CHECK-HOLD
               THRU 4200-EXIT
               UNTIL fin-del-archivo.
           CLOSE HOLD-FILE.
       4000-WRITE-TOTAL.
           PERFORM 7100-WRITE-RULE-TOTAL
               THRU 7100-EXIT.
       4000-EXIT.
           EXIT.

       4100-LOAD-RECYCLE.
           MOVE ZERO TO rt-ocupadas.
           OPEN INPUT RECYCLE-FILE.
           IF recycle-file-no-existe
               GO TO 4100-EXIT
           END-IF.
           IF NOT recycle-file-ok
               DISPLAY " No se pudo abrir MARGRCYC, status: "
                   recycle-file-status
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 4100-EXIT
           END-IF.
           SET fin-del-archivo TO FALSE.
           PERFORM 4110-READ-RECYCLE
               THRU 4110-EXIT
               UNTIL fin-del-archivo.
           CLOSE RECYCLE-FILE.
           IF rt-desbordada
               DISPLAY " MARGRCYC tiene mas de 5000 transacciones; la "
                   "regla 3 no se puede verificar completa."
               MOVE "N" TO rr-verificada (regla-actual)
           END-IF.
       4100-EXIT.
           EXIT.

       4110-READ-RECYCLE.
           READ RECYCLE-FILE INTO PRICE-TRANS-RECORD
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           IF rt-ocupadas NOT < 5000
               SET rt-desbordada TO TRUE
               GO TO 4110-EXIT
           END-IF.
           ADD 1 TO rt-ocupadas.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD
               TO rt-item-code (rt-ocupadas).
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
               TO rt-zone-code (rt-ocupadas).
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD
               TO rt-eff-date (rt-ocupadas).
           MOVE PT-SELL OF PRICE-TRANS-RECORD
               TO rt-sell (rt-ocupadas).
       4110-EXIT.
           EXIT.

      * Lo aprobado viaja con el SELL retenido; lo contrapropuesto,
      * con el SELL que propuso el supervisor.
       4200-CHECK-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF HD-APROBADA
               MOVE HD-SELL TO sell-decidido
           ELSE
               IF HD-CONTRAPROPUESTA
                   MOVE HD-PROPOSED-SELL TO sell-decidido
               ELSE
                   GO TO 4200-EXIT
               END-IF
           END-IF.
           SET se-encontro TO FALSE.
           IF maestro-abierto
               MOVE HD-ITEM-CODE TO IM-ITEM-CODE
               MOVE HD-ZONE-CODE TO IM-ZONE-CODE
               MOVE HD-EFF-DATE TO IM-EFF-DATE
               READ ITEM-MASTER-FILE
                   KEY IS IM-KEY
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       IF IM-SELL = sell-decidido
                           SET se-encontro TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT se-encontro
               PERFORM 4300-SCAN-RECYCLE
                   THRU 4300-EXIT
                   VARYING rt-sub FROM 1 BY 1
                   UNTIL rt-sub > rt-ocupadas OR se-encontro
           END-IF.
           IF se-encontro
               GO TO 4200-EXIT
           END-IF.
           MOVE sell-decidido TO edit-sell-1.
           MOVE SPACES TO break-detail-line.
           STRING "ITEM " DELIMITED BY SIZE
                  HD-ITEM-CODE DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  HD-ZONE-CODE DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  HD-EFF-DATE DELIMITED BY SIZE
               INTO bd-llave.
           STRING "DECIDIDA " DELIMITED BY SIZE
                  HD-DECISION-DATE DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  HD-APPROVER-ID DELIMITED BY SIZE
                  " SELL " DELIMITED BY SIZE
                  edit-sell-1 DELIMITED BY SIZE
                  ": NI EN MARGRCYC NI EN ITEMMAST" DELIMITED BY SIZE
               INTO bd-detalle.
           PERFORM 7000-WRITE-BREAK
               THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

       4300-SCAN-RECYCLE.
           IF rt-item-code (rt-sub) = HD-ITEM-CODE AND
                   rt-zone-code (rt-sub) = HD-ZONE-CODE AND
                   rt-eff-date (rt-sub) = HD-EFF-DATE AND
                   rt-sell (rt-sub) = sell-decidido
               SET se-encontro TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * Regla 4: MARGPEND contra el estado del item en ITEMREF.
      ******************************************************************
       5000-CHECK-PENDING-ITEMS.
           MOVE 4 TO regla-actual.
           MOVE 4 TO rh-rule.
           MOVE "NINGUN MARGPEND ES DE UN ITEM DESCONTINUADO EN ITEMREF"
               TO rh-text.
           WRITE INTEGRITY-REPORT-RECORD FROM rule-heading-line.
           OPEN INPUT PENDING-FILE.
           IF pending-file-no-existe
               GO TO 5000-WRITE-TOTAL
           END-IF.
           IF NOT pending-file-ok
               DISPLAY " No se pudo abrir MARGPEND, status: "
                   pending-file-status
               MOVE "N" TO rr-verificada (regla-actual)
               GO TO 5000-WRITE-TOTAL
           END-IF.
           OPEN INPUT ITEM-REF-FILE.
           IF NOT item-ref-ok
               DISPLAY " No se pudo abrir ITEMREF, status: "
                   item-ref-status
               MOVE "N" TO rr-verificada (regla-actual)
               CLOSE PENDING-FILE
               GO TO 5000-WRITE-TOTAL
           END-IF.
           SET fin-del-archivo TO FALSE.
           MOVE LOW-VALUES TO PD-KEY.
           START PENDING-FILE
               KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET fin-del-archivo TO TRUE
           END-START.
           PERFORM 5100-CHECK-PENDING
               THRU 5100-EXIT
               UNTIL fin-del-archivo.
           CLOSE PENDING-FILE.
           CLOSE ITEM-REF-FILE.
       5000-WRITE-TOTAL.
           PERFORM 7100-WRITE-RULE-TOTAL
               THRU 7100-EXIT.
       5000-EXIT.
           EXIT.

       5100-CHECK-PENDING.
           READ PENDING-FILE NEXT
               AT END
                   SET fin-del-archivo TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE SPACES TO break-detail-line.
           MOVE PD-ITEM-CODE TO IR-ITEM-CODE.
           READ ITEM-REF-FILE
               KEY IS IR-ITEM-CODE
               INVALID KEY
                   MOVE "EL ITEM NO EXISTE EN ITEMREF" TO bd-detalle
                   GO TO 5100-REPORT
           END-READ.
           IF NOT IR-DESCONTINUADO
               GO TO 5100-EXIT
           END-IF.
           MOVE "EL ITEM ESTA DESCONTINUADO EN ITEMREF" TO bd-detalle.
       5100-REPORT.
           STRING "ITEM " DELIMITED BY SIZE
                  PD-ITEM-CODE DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  PD-ZONE-CODE DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  PD-EFF-DATE DELIMITED BY SIZE
               INTO bd-llave.
           PERFORM 7000-WRITE-BREAK
               THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

       7000-WRITE-BREAK.
           WRITE INTEGRITY-REPORT-RECORD FROM break-detail-line.
           ADD 1 TO rr-diferencias (regla-actual).
           ADD 1 TO total-diferencias.
       7000-EXIT.
           EXIT.

       7100-WRITE-RULE-TOTAL.
           MOVE SPACES TO rule-total-line.
           MOVE "DIFERENCIAS DE LA REGLA:" TO tr-text.
           MOVE rr-diferencias (regla-actual) TO tr-conteo.
           IF NOT rr-es-verificada (regla-actual)
               MOVE "REGLA NO VERIFICADA" TO tr-nota
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM rule-total-line.
       7100-EXIT.
           EXIT.

       7200-FIND-BATCH.
           MOVE ZERO TO lb-hallada.
           PERFORM 7210-SCAN-BATCH
               THRU 7210-EXIT
               VARYING lb-sub FROM 1 BY 1
               UNTIL lb-sub > lb-ocupadas OR lb-hallada > ZERO.
       7200-EXIT.
           EXIT.

       7210-SCAN-BATCH.
           IF lb-lote (lb-sub) = lb-buscado
               MOVE lb-sub TO lb-hallada
           END-IF.
       7210-EXIT.
           EXIT.

       9000-FINALIZE.
           PERFORM 9100-WRITE-SUMMARY
               THRU 9100-EXIT
               VARYING regla-actual FROM 1 BY 1
               UNTIL regla-actual > 4.
           MOVE "LIMPIA" TO vd-text.
           IF total-diferencias > ZERO
               MOVE "NO LIMPIA - HAY DIFERENCIAS ENTRE ARCHIVOS"
                   TO vd-text
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT rr-es-verificada (1) OR
                       NOT rr-es-verificada (2) OR
                       NOT rr-es-verificada (3) OR
                       NOT rr-es-verificada (4)
                   MOVE "NO LIMPIA - HAY REGLAS QUE NO SE VERIFICARON"
                       TO vd-text
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM verdict-line.
           DISPLAY " Auditoria de integridad: " total-diferencias
               " diferencias; veredicto " vd-text.
           IF maestro-abierto
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF vigente-abierto
               CLOSE CURRENT-MARGIN-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-SUMMARY.
           MOVE regla-actual TO sm-rule.
           EVALUATE regla-actual
               WHEN 1
                   MOVE "MARGCURR CONTRA ULTIMO ITEMMAST" TO sm-text
               WHEN 2
                   MOVE "MARGRUNS CONTRA LINEAS DE MARGAUD" TO sm-text
               WHEN 3
                   MOVE "RETENCIONES APROBADAS EN MARGRCYC/ITEMMAST"
                       TO sm-text
               WHEN OTHER
                   MOVE "MARGPEND CONTRA ITEMS DESCONTINUADOS"
                       TO sm-text
           END-EVALUATE.
           MOVE rr-diferencias (regla-actual) TO sm-conteo.
           IF NOT rr-es-verificada (regla-actual)
               MOVE "NO VERIFICADA" TO sm-estado
           ELSE
               IF rr-diferencias (regla-actual) = ZERO
                   MOVE "SIN DIFERENCIAS" TO sm-estado
               ELSE
                   MOVE "CON DIFERENCIAS" TO sm-estado
               END-IF
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM summary-line.
       9100-EXIT.
           EXIT.

       END PROGRAM MARGINTG.
