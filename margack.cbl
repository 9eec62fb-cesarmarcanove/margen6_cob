      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Acuses de recibo y conciliacion diaria de entrega de
      *          los extractos de MARGEN5. Asienta en el indexado
      *          MARGACUS los acuses que devuelven la interfaz
      *          contable (GLACK, por MARGGLEX-lote) y el sistema de
      *          precios de las tiendas (STACK, por MARGSTEX-lote),
      *          con el lote, el conteo, los totales de control y si
      *          el archivo se acepto o se rechazo. Despues barre
      *          MARGRUNS y, por cada lote posteado y cada sistema
      *          receptor, concilia lo que MARGRUNS dice que se
      *          posteo contra la cola del extracto y la cola contra
      *          el acuse. El reporte MARGRECN muestra cada lote como
      *          confirmado, rechazado, descuadrado o sin acuse
      *          pasados los dias de la tarjeta ACKPARM (antes de
      *          eso, pendiente). Un extracto que nadie cargo deja
      *          de pasar inadvertido: sale como problema al dia
      *          siguiente y la corrida termina con codigo 4.
      *          Un acuse anterior a la fecha de posteo del lote en
      *          MARGRUNS es de un posteo previo del mismo
      *          identificador (reversado y reposteado) y no cuenta.
      *          Los lotes reversados se listan sin conciliar: el
      *          extracto vigente es el de reverso.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: carga de acuses GLACK y
      *                    STACK, conciliacion contra MARGRUNS y las
      *                    colas de los extractos y reporte diario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-PARM-FILE ASSIGN TO "ACKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-parm-status.
      * GLACK y STACK tienen el mismo layout y se leen uno detras del
      * otro por el mismo archivo, con el nombre armado en
      * nombre-acuse.
           SELECT ACK-INPUT-FILE ASSIGN TO nombre-acuse
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-input-status.
           SELECT ACK-REGISTER-FILE ASSIGN TO "MARGACUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ack-register-status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "MARGRUNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-BATCH-ID
               FILE STATUS IS run-registry-status.
      * Los extractos se abren por nombre armado con el lote, igual
      * que en MARGEN5 y MARGREVR.
           SELECT EXTRACT-FILE ASSIGN TO nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-file-status.
           SELECT RECON-REPORT-FILE ASSIGN TO "MARGRECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recon-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-PARM-RECORD.
           05  AP-OVERDUE-DAYS              PIC 9(03).
           05  AP-HISTORY-DAYS              PIC 9(03).

       FD  ACK-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKREC.

       FD  ACK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKRGREC.

       FD  RUN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNREGRC.

      * Solo interesa el tipo de registro; la cola se lee con el
      * layout de GLEXTREC o STOREXRC segun el sistema.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD.
           05  EX-RECORD-TYPE              PIC X(02).
           05  FILLER                      PIC X(77).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       77 ack-parm-status PIC X(02) VALUE "00".
           88 ack-parm-ok                  VALUE "00".

       77 ack-input-status PIC X(02) VALUE "00".
           88 ack-input-ok                 VALUE "00".

       77 ack-register-status PIC X(02) VALUE "00".
           88 ack-register-ok              VALUE "00".
           88 ack-register-no-existe       VALUE "35".

       77 run-registry-status PIC X(02) VALUE "00".
           88 run-registry-ok              VALUE "00".
           88 run-registry-no-existe       VALUE "35".

       77 extract-file-status PIC X(02) VALUE "00".
           88 extract-file-ok              VALUE "00".

       77 recon-report-status PIC X(02) VALUE "00".
           88 recon-report-ok              VALUE "00".

       77 nombre-acuse PIC X(17) VALUE "GLACK".
       77 nombre-extracto PIC X(17) VALUE "MARGGLEX".

      * Dias desde el posteo en que un lote sin acuse todavia se
      * considera pendiente y no un problema, y dias hacia atras en
      * que un lote confirmado todavia sale en el reporte. La
      * tarjeta ACKPARM puede traer otros valores.
       77 dias-sin-acuse PIC 9(03) VALUE 2.
       77 dias-historia PIC 9(03) VALUE 30.

       77 run-date PIC 9(08) VALUE ZERO.

       77 sistema-actual PIC X(01) VALUE SPACE.
           88 sistema-contable              VALUE "G".
           88 sistema-tiendas               VALUE "S".

       77 fin-acuses-sw PIC X(01) VALUE "N".
           88 fin-de-acuses                VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-lotes-sw PIC X(01) VALUE "N".
           88 fin-de-lotes                 VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-extracto-sw PIC X(01) VALUE "N".
           88 fin-del-extracto             VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 cola-sw PIC X(01) VALUE "N".
           88 hay-cola-extracto            VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 acuse-sw PIC X(01) VALUE "N".
           88 hay-acuse                    VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 runs-sw PIC X(01) VALUE "N".
           88 hay-registro-corridas        VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 problema-sw PIC X(01) VALUE "N".
           88 es-problema                  VALUE "Y" WHEN SET TO
               FALSE IS "N".

      * Totales de control tomados de la cola del extracto.
       77 cola-conteo PIC 9(08) VALUE ZERO.
       77 cola-hash-cost PIC S9(14)V99 VALUE ZERO.
       77 cola-hash-sell PIC S9(14)V99 VALUE ZERO.
       77 cola-hash-dif PIC S9(14)V99 VALUE ZERO.

       77 total-acuses-leidos PIC 9(06) VALUE ZERO.
       77 total-acuses-asentados PIC 9(06) VALUE ZERO.
       77 total-acuses-rechazados PIC 9(06) VALUE ZERO.
       77 total-confirmados PIC 9(06) VALUE ZERO.
       77 total-rechazados PIC 9(06) VALUE ZERO.
       77 total-descuadrados PIC 9(06) VALUE ZERO.
       77 total-sin-acuse PIC 9(06) VALUE ZERO.
       77 total-pendientes PIC 9(06) VALUE ZERO.
       77 total-otros PIC 9(06) VALUE ZERO.

      * Conversion de fecha a numero de dia, igual que en MARGAGE,
      * para medir los dias desde el posteo del lote.
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
       77 dias-lote PIC S9(06) VALUE ZERO.

       COPY GLEXTREC.

       COPY STOREXRC.

       01 recon-heading-line.
           05 FILLER                   PIC X(36)
               VALUE " CONCILIACION DE ACUSES DE ENTREGA -".
           05 nh-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(17)
               VALUE "  DIAS SIN ACUSE:".
           05 nh-dias-sin-acuse         PIC ZZ9.

       01 ack-heading-line.
           05 FILLER                   PIC X(30)
               VALUE " ACUSES RECIBIDOS HOY".

       01 ack-column-line.
           05 FILLER                   PIC X(26) VALUE "NOVEDAD".
           05 FILLER                   PIC X(10) VALUE "ARCHIVO".
           05 FILLER                   PIC X(10) VALUE "LOTE".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(12) VALUE "CONTEO".
           05 FILLER                   PIC X(08) VALUE "ESTADO".
           05 FILLER                   PIC X(30) VALUE "MOTIVO".

       01 ack-detail-line.
           05 ad-novedad                PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-archivo                PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-batch-id               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-ack-date               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-conteo                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-estado                 PIC X(01).
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 ad-motivo                 PIC X(30).

       01 batch-heading-line.
           05 FILLER                   PIC X(30)
               VALUE " ESTADO DE ENTREGA POR LOTE".

       01 batch-column-line.
           05 FILLER                   PIC X(10) VALUE "LOTE".
           05 FILLER                   PIC X(10) VALUE "SISTEMA".
           05 FILLER                   PIC X(10) VALUE "POSTEO".
           05 FILLER                   PIC X(06) VALUE "DIAS".
           05 FILLER                   PIC X(20) VALUE "ESTADO".
           05 FILLER                   PIC X(09) VALUE "MARGRUNS".
           05 FILLER                   PIC X(12) VALUE "COLA".
           05 FILLER                   PIC X(12) VALUE "ACUSE".
           05 FILLER                   PIC X(10) VALUE "F.ACUSE".
           05 FILLER                   PIC X(30) VALUE "NOTA".

       01 batch-detail-line.
           05 bd-batch-id               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-sistema                PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-post-date              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-dias                   PIC ZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-estado                 PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-conteo-runs            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-conteo-cola            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-conteo-acuse           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-ack-date               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 bd-nota                   PIC X(30).

       01 recon-total-line-1.
           05 FILLER                   PIC X(18)
               VALUE "ACUSES LEIDOS: ".
           05 nt-acuses-leidos          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  ASENTADOS: ".
           05 nt-acuses-asentados       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  RECHAZADOS: ".
           05 nt-acuses-rechazados      PIC ZZZ,ZZ9.

       01 recon-total-line-2.
           05 FILLER                   PIC X(14)
               VALUE "CONFIRMADOS: ".
           05 nt-confirmados            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  RECHAZADOS: ".
           05 nt-rechazados             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  DESCUADRADOS: ".
           05 nt-descuadrados           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  SIN ACUSE: ".
           05 nt-sin-acuse              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  PENDIENTES: ".
           05 nt-pendientes             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           WRITE RECON-REPORT-RECORD FROM ack-heading-line.
           WRITE RECON-REPORT-RECORD FROM ack-column-line.
           MOVE "GLACK" TO nombre-acuse.
           SET sistema-contable TO TRUE.
           PERFORM 2000-LOAD-ACK-FILE
               THRU 2000-EXIT.
           MOVE "STACK" TO nombre-acuse.
           SET sistema-tiendas TO TRUE.
           PERFORM 2000-LOAD-ACK-FILE
               THRU 2000-EXIT.
           PERFORM 3000-RECONCILE-BATCHES
               THRU 3000-EXIT.
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
           OPEN I-O ACK-REGISTER-FILE.
           IF ack-register-no-existe
               OPEN OUTPUT ACK-REGISTER-FILE
               CLOSE ACK-REGISTER-FILE
               OPEN I-O ACK-REGISTER-FILE
           END-IF.
           IF NOT ack-register-ok
               DISPLAY " No se pudo abrir MARGACUS, status: "
                   ack-register-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sin MARGRUNS todavia no se posteo ningun lote: no hay nada
      * que conciliar ni contra que validar un acuse.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF run-registry-ok
               SET hay-registro-corridas TO TRUE
           ELSE
               IF NOT run-registry-no-existe
                   DISPLAY " No se pudo abrir MARGRUNS, status: "
                       run-registry-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF NOT recon-report-ok
               DISPLAY " No se pudo abrir MARGRECN, status: "
                   recon-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO nh-run-date.
           MOVE dias-sin-acuse TO nh-dias-sin-acuse.
           WRITE RECON-REPORT-RECORD FROM recon-heading-line.
       1000-EXIT.
           EXIT.

       1200-READ-PARM-CARD.
           OPEN INPUT ACK-PARM-FILE.
           IF NOT ack-parm-ok
               GO TO 1200-EXIT
           END-IF.
           READ ACK-PARM-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF AP-OVERDUE-DAYS IS NUMERIC
                       AND AP-OVERDUE-DAYS > ZERO
                       MOVE AP-OVERDUE-DAYS TO dias-sin-acuse
                   END-IF
                   IF AP-HISTORY-DAYS IS NUMERIC
                       AND AP-HISTORY-DAYS > ZERO
                       MOVE AP-HISTORY-DAYS TO dias-historia
                   END-IF
           END-READ.
           CLOSE ACK-PARM-FILE.
       1200-EXIT.
           EXIT.

      * Un archivo de acuses que no llego hoy no es error: el lote
      * sigue pendiente y la conciliacion lo vigila por los dias.
       2000-LOAD-ACK-FILE.
           OPEN INPUT ACK-INPUT-FILE.
           IF NOT ack-input-ok
               GO TO 2000-EXIT
           END-IF.
           SET fin-de-acuses TO FALSE.
           PERFORM 2100-LOAD-ACK
               THRU 2100-EXIT
               UNTIL fin-de-acuses.
           CLOSE ACK-INPUT-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ACK.
           READ ACK-INPUT-FILE
               AT END
                   SET fin-de-acuses TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO total-acuses-leidos.
           MOVE SPACES TO ad-motivo.
           IF AK-BATCH-ID = SPACES
               MOVE "SIN LOTE" TO ad-novedad
               GO TO 2100-REJECT
           END-IF.
           IF NOT AK-ACEPTADO AND NOT AK-RECHAZADO
               MOVE "ESTADO INVALIDO" TO ad-novedad
               GO TO 2100-REJECT
           END-IF.
           IF AK-RECORD-COUNT NOT NUMERIC OR
                   AK-HASH-COST NOT NUMERIC OR
                   AK-HASH-SELL NOT NUMERIC OR
                   AK-HASH-DIF NOT NUMERIC
               MOVE "TOTALES INVALIDOS" TO ad-novedad
               GO TO 2100-REJECT
           END-IF.
           IF NOT hay-registro-corridas
               MOVE "LOTE NO ESTA EN MARGRUNS" TO ad-novedad
               GO TO 2100-REJECT
           END-IF.
           MOVE AK-BATCH-ID TO RG-BATCH-ID.
           READ RUN-REGISTRY-FILE
               KEY IS RG-BATCH-ID
               INVALID KEY
                   MOVE "LOTE NO ESTA EN MARGRUNS" TO ad-novedad
                   GO TO 2100-REJECT
           END-READ.
           MOVE AK-BATCH-ID TO AR-BATCH-ID.
           MOVE sistema-actual TO AR-SYSTEM.
      * Sin fecha de acuse se toma la de la carga.
           IF AK-ACK-DATE IS NUMERIC AND AK-ACK-DATE > ZERO
               MOVE AK-ACK-DATE TO AR-ACK-DATE
           ELSE
               MOVE run-date TO AR-ACK-DATE
           END-IF.
           MOVE run-date TO AR-LOAD-DATE.
           MOVE AK-RECORD-COUNT TO AR-RECORD-COUNT.
           MOVE AK-HASH-COST TO AR-HASH-COST.
           MOVE AK-HASH-SELL TO AR-HASH-SELL.
           MOVE AK-HASH-DIF TO AR-HASH-DIF.
           MOVE AK-STATUS TO AR-STATUS.
           MOVE AK-REASON-TEXT TO AR-REASON-TEXT.
           MOVE "ASENTADO" TO ad-novedad.
           WRITE ACK-REGISTER-RECORD
               INVALID KEY
                   MOVE "REEMPLAZA ACUSE ANTERIOR" TO ad-novedad
                   REWRITE ACK-REGISTER-RECORD
                       INVALID KEY
                           MOVE "NO SE PUDO ASENTAR" TO ad-novedad
                           GO TO 2100-REJECT
                   END-REWRITE
           END-WRITE.
           ADD 1 TO total-acuses-asentados.
           MOVE AK-REASON-TEXT TO ad-motivo.
           PERFORM 2900-WRITE-ACK-DETAIL
               THRU 2900-EXIT.
           GO TO 2100-EXIT.
       2100-REJECT.
           ADD 1 TO total-acuses-rechazados.
           PERFORM 2900-WRITE-ACK-DETAIL
               THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2900-WRITE-ACK-DETAIL.
           MOVE nombre-acuse TO ad-archivo.
           MOVE AK-BATCH-ID TO ad-batch-id.
           MOVE AK-ACK-DATE TO ad-ack-date.
           IF AK-RECORD-COUNT IS NUMERIC
               MOVE AK-RECORD-COUNT TO ad-conteo
           ELSE
               MOVE ZERO TO ad-conteo
           END-IF.
           MOVE AK-STATUS TO ad-estado.
           WRITE RECON-REPORT-RECORD FROM ack-detail-line.
       2900-EXIT.
           EXIT.

       3000-RECONCILE-BATCHES.
           WRITE RECON-REPORT-RECORD FROM batch-heading-line.
           WRITE RECON-REPORT-RECORD FROM batch-column-line.
           IF NOT hay-registro-corridas
               GO TO 3000-EXIT
           END-IF.
           SET fin-de-lotes TO FALSE.
           MOVE LOW-VALUES TO RG-BATCH-ID.
           START RUN-REGISTRY-FILE
               KEY IS NOT LESS THAN RG-BATCH-ID
               INVALID KEY
                   SET fin-de-lotes TO TRUE
           END-START.
           PERFORM 3100-RECONCILE-BATCH
               THRU 3100-EXIT
               UNTIL fin-de-lotes.
       3000-EXIT.
           EXIT.

       3100-RECONCILE-BATCH.
           READ RUN-REGISTRY-FILE NEXT
               AT END
                   SET fin-de-lotes TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE RG-POST-DATE TO fecha-trabajo.
           PERFORM 7100-DATE-TO-DAYS
               THRU 7100-EXIT.
           SUBTRACT dias-trabajo FROM dias-hoy GIVING dias-lote.
      * Un lote en proceso no tiene extractos cerrados todavia, y
      * uno reversado ya no tiene que estar cargado: se listan una
      * vez, sin sistema, si son recientes.
           IF NOT RG-POSTEADO
               IF dias-lote > dias-historia
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO total-otros
               PERFORM 3800-CLEAR-DETAIL
                   THRU 3800-EXIT
               IF RG-REVERSADO
                   MOVE "REVERSADO" TO bd-estado
               ELSE
                   MOVE "EN PROCESO" TO bd-estado
               END-IF
               WRITE RECON-REPORT-RECORD FROM batch-detail-line
               GO TO 3100-EXIT
           END-IF.
           SET sistema-contable TO TRUE.
           PERFORM 3200-RECONCILE-SYSTEM
               THRU 3200-EXIT.
           SET sistema-tiendas TO TRUE.
           PERFORM 3200-RECONCILE-SYSTEM
               THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      * Conciliacion de un lote posteado contra un sistema receptor:
      * primero MARGRUNS contra la cola del extracto (lo que se
      * posteo contra lo que se mando), despues la cola contra el
      * acuse (lo que se mando contra lo que se cargo).
       3200-RECONCILE-SYSTEM.
           PERFORM 3800-CLEAR-DETAIL
               THRU 3800-EXIT.
           SET es-problema TO FALSE.
           MOVE RG-RECORD-COUNT TO bd-conteo-runs.
           PERFORM 3300-READ-EXTRACT-TRAILER
               THRU 3300-EXIT.
           IF NOT hay-cola-extracto
               MOVE "SIN EXTRACTO" TO bd-estado
               MOVE nombre-extracto TO bd-nota
               ADD 1 TO total-descuadrados
               SET es-problema TO TRUE
               GO TO 3200-WRITE
           END-IF.
           MOVE cola-conteo TO bd-conteo-cola.
           IF cola-conteo NOT = RG-RECORD-COUNT
               MOVE "DESCUADRE MARGRUNS" TO bd-estado
               MOVE "COLA NO CUADRA CON POSTEADOS" TO bd-nota
               ADD 1 TO total-descuadrados
               SET es-problema TO TRUE
               GO TO 3200-WRITE
           END-IF.
           SET hay-acuse TO FALSE.
           MOVE RG-BATCH-ID TO AR-BATCH-ID.
           MOVE sistema-actual TO AR-SYSTEM.
           READ ACK-REGISTER-FILE
               KEY IS AR-KEY
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   IF AR-ACK-DATE NOT < RG-POST-DATE
                       SET hay-acuse TO TRUE
                   END-IF
           END-READ.
           IF NOT hay-acuse
               IF dias-lote > dias-sin-acuse
                   MOVE "SIN ACUSE" TO bd-estado
                   ADD 1 TO total-sin-acuse
                   SET es-problema TO TRUE
               ELSE
                   MOVE "PENDIENTE" TO bd-estado
                   ADD 1 TO total-pendientes
               END-IF
               GO TO 3200-WRITE
           END-IF.
           MOVE AR-RECORD-COUNT TO bd-conteo-acuse.
           MOVE AR-ACK-DATE TO bd-ack-date.
           IF AR-RECHAZADO
               MOVE "RECHAZADO" TO bd-estado
               MOVE AR-REASON-TEXT TO bd-nota
               ADD 1 TO total-rechazados
               SET es-problema TO TRUE
               GO TO 3200-WRITE
           END-IF.
           PERFORM 3400-COMPARE-TOTALS
               THRU 3400-EXIT.
           IF es-problema
               MOVE "DESCUADRADO" TO bd-estado
               ADD 1 TO total-descuadrados
               GO TO 3200-WRITE
           END-IF.
           ADD 1 TO total-confirmados.
           MOVE "CONFIRMADO" TO bd-estado.
      * Lo confirmado hace tiempo ya no aporta al reporte diario.
           IF dias-lote > dias-historia
               GO TO 3200-EXIT
           END-IF.
       3200-WRITE.
           WRITE RECON-REPORT-RECORD FROM batch-detail-line.
       3200-EXIT.
           EXIT.

       3300-READ-EXTRACT-TRAILER.
           SET hay-cola-extracto TO FALSE.
           MOVE SPACES TO nombre-extracto.
           IF sistema-contable
               STRING "MARGGLEX-" DELIMITED BY SIZE
                   RG-BATCH-ID DELIMITED BY SPACE
                   INTO nombre-extracto
           ELSE
               STRING "MARGSTEX-" DELIMITED BY SIZE
                   RG-BATCH-ID DELIMITED BY SPACE
                   INTO nombre-extracto
           END-IF.
           OPEN INPUT EXTRACT-FILE.
           IF NOT extract-file-ok
               GO TO 3300-EXIT
           END-IF.
           SET fin-del-extracto TO FALSE.
           PERFORM 3310-READ-EXTRACT-RECORD
               THRU 3310-EXIT
               UNTIL fin-del-extracto.
           CLOSE EXTRACT-FILE.
       3300-EXIT.
           EXIT.

       3310-READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET fin-del-extracto TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF EX-RECORD-TYPE NOT = "TR"
               GO TO 3310-EXIT
           END-IF.
           SET hay-cola-extracto TO TRUE.
           IF sistema-contable
               MOVE EXTRACT-RECORD TO GL-EXTRACT-TRAILER
               MOVE GX-T-RECORD-COUNT TO cola-conteo
               MOVE GX-T-HASH-COST TO cola-hash-cost
               MOVE GX-T-HASH-SELL TO cola-hash-sell
               MOVE GX-T-HASH-DIF TO cola-hash-dif
           ELSE
               MOVE EXTRACT-RECORD TO STORE-EXTRACT-TRAILER
               MOVE SX-T-RECORD-COUNT TO cola-conteo
               MOVE ZERO TO cola-hash-cost
               MOVE SX-T-HASH-SELL TO cola-hash-sell
               MOVE ZERO TO cola-hash-dif
           END-IF.
       3310-EXIT.
           EXIT.

      * Las tiendas solo devuelven el total de SELL; COST y DIF se
      * cuadran unicamente contra la interfaz contable.
       3400-COMPARE-TOTALS.
           IF AR-RECORD-COUNT NOT = cola-conteo
               MOVE "CONTEO NO CUADRA CON LA COLA" TO bd-nota
               SET es-problema TO TRUE
               GO TO 3400-EXIT
           END-IF.
           IF AR-HASH-SELL NOT = cola-hash-sell
               MOVE "TOTAL SELL NO CUADRA" TO bd-nota
               SET es-problema TO TRUE
               GO TO 3400-EXIT
           END-IF.
           IF sistema-tiendas
               GO TO 3400-EXIT
           END-IF.
           IF AR-HASH-COST NOT = cola-hash-cost
               MOVE "TOTAL COST NO CUADRA" TO bd-nota
               SET es-problema TO TRUE
               GO TO 3400-EXIT
           END-IF.
           IF AR-HASH-DIF NOT = cola-hash-dif
               MOVE "TOTAL DIF NO CUADRA" TO bd-nota
               SET es-problema TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

       3800-CLEAR-DETAIL.
           MOVE RG-BATCH-ID TO bd-batch-id.
           MOVE SPACES TO bd-sistema.
           IF RG-POSTEADO
               IF sistema-contable
                   MOVE "CONTABLE" TO bd-sistema
               ELSE
                   MOVE "TIENDAS" TO bd-sistema
               END-IF
           END-IF.
           MOVE RG-POST-DATE TO bd-post-date.
           IF dias-lote < ZERO
               MOVE ZERO TO bd-dias
           ELSE
               MOVE dias-lote TO bd-dias
           END-IF.
           MOVE SPACES TO bd-estado.
           MOVE ZERO TO bd-conteo-runs.
           MOVE ZERO TO bd-conteo-cola.
           MOVE ZERO TO bd-conteo-acuse.
           MOVE SPACES TO bd-ack-date.
           MOVE SPACES TO bd-nota.
       3800-EXIT.
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

       9000-FINALIZE.
           MOVE total-acuses-leidos TO nt-acuses-leidos.
           MOVE total-acuses-asentados TO nt-acuses-asentados.
           MOVE total-acuses-rechazados TO nt-acuses-rechazados.
           WRITE RECON-REPORT-RECORD FROM recon-total-line-1.
           MOVE total-confirmados TO nt-confirmados.
           MOVE total-rechazados TO nt-rechazados.
           MOVE total-descuadrados TO nt-descuadrados.
           MOVE total-sin-acuse TO nt-sin-acuse.
           MOVE total-pendientes TO nt-pendientes.
           WRITE RECON-REPORT-RECORD FROM recon-total-line-2.
           DISPLAY " Conciliacion de acuses: confirmados "
               total-confirmados ", rechazados " total-rechazados
               ", descuadrados " total-descuadrados
               ", sin acuse " total-sin-acuse
               ", pendientes " total-pendientes.
           IF total-rechazados > ZERO OR total-descuadrados > ZERO
                   OR total-sin-acuse > ZERO
                   OR total-acuses-rechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACK-REGISTER-FILE.
           IF hay-registro-corridas
               CLOSE RUN-REGISTRY-FILE
           END-IF.
           CLOSE RECON-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGACK.
