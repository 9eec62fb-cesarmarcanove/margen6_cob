      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Carga del archivo indexado de precios de la
      *          competencia MARGCOMP desde el feed secuencial de
      *          encuestas de gondola COMPFD que compra Pricing
      *          (item, competidor, precio y fecha de la encuesta).
      *          Cada linea se valida contra ITEMREF: el item debe
      *          existir y no estar descontinuado; el competidor no
      *          puede venir en blanco, el precio debe ser numerico
      *          y mayor que cero, y la fecha de encuesta una fecha
      *          valida que no sea posterior a hoy. Lo valido se
      *          graba o regraba por item y competidor, salvo que
      *          lo cargado sea de una encuesta mas reciente: a
      *          diferencia de SALESVOL, cada encuesta cubre solo
      *          una parte de los items y las anteriores siguen
      *          valiendo para el resto. El reporte MARGCLDR lista
      *          cada linea con su novedad y los conteos de control.
      *          Termina con codigo 4 si hubo rechazos.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: carga de MARGCOMP desde el
      *                    feed COMPFD validado contra ITEMREF, con
      *                    reporte de carga MARGCLDR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGCLOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-FEED-FILE ASSIGN TO "COMPFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comp-feed-status.
           SELECT COMPETITOR-PRICE-FILE ASSIGN TO "MARGCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS competitor-price-status.
           SELECT ITEM-REF-FILE ASSIGN TO "ITEMREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-ITEM-CODE
               FILE STATUS IS item-ref-status.
           SELECT LOAD-REPORT-FILE ASSIGN TO "MARGCLDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS load-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  COMP-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMP-FEED-RECORD.
           05  CF-ITEM-CODE            PIC X(10).
           05  CF-COMPETITOR-ID        PIC X(08).
           05  CF-PRICE                PIC S9(10)V99.
           05  CF-SURVEY-DATE          PIC 9(08).
           05  FILLER                  PIC X(42).

       FD  COMPETITOR-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COMPREC.

       FD  ITEM-REF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMREF.

       FD  LOAD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       77 comp-feed-status PIC X(02) VALUE "00".
           88 comp-feed-ok                  VALUE "00".

       77 competitor-price-status PIC X(02) VALUE "00".
           88 competitor-price-ok           VALUE "00".
           88 competitor-price-no-existe    VALUE "35".

       77 item-ref-status PIC X(02) VALUE "00".
           88 item-ref-ok                   VALUE "00".

       77 load-report-status PIC X(02) VALUE "00".
           88 load-report-ok                VALUE "00".

       77 run-date PIC 9(08) VALUE ZERO.

       77 fin-feed-sw PIC X(01) VALUE "N".
           88 fin-del-feed                  VALUE "Y" WHEN SET TO
               FALSE IS "N".

       01 fecha-encuesta.
           05 fe-yyyy                    PIC 9(04).
           05 fe-mm                      PIC 9(02).
           05 fe-dd                      PIC 9(02).

       77 total-leidos PIC 9(08) VALUE ZERO.
       77 total-cargados PIC 9(08) VALUE ZERO.
       77 total-actualizados PIC 9(08) VALUE ZERO.
       77 total-anteriores PIC 9(08) VALUE ZERO.
       77 total-rechazados PIC 9(08) VALUE ZERO.

       01 load-heading-line.
           05 FILLER                   PIC X(44)
               VALUE " CARGA DE PRECIOS DE LA COMPETENCIA COMPFD -".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 lh-run-date               PIC 99/99/9999.

       01 load-column-line.
           05 FILLER                   PIC X(31)
               VALUE " NOVEDAD".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(10) VALUE "COMPET".
           05 FILLER                   PIC X(17)
               VALUE "          PRECIO".
           05 FILLER                   PIC X(08) VALUE "ENCUESTA".

       01 load-detail-line.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ld-novedad                PIC X(30).
           05 ld-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ld-competitor-id          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ld-price                  PIC -,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ld-survey-date            PIC X(08).

       01 load-total-line-1.
           05 FILLER                   PIC X(09) VALUE " LEIDOS: ".
           05 lt-leidos                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE "  CARGADOS: ".
           05 lt-cargados               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  ACTUALIZADOS: ".
           05 lt-actualizados           PIC ZZ,ZZZ,ZZ9.

       01 load-total-line-2.
           05 FILLER                   PIC X(25)
               VALUE " ANTERIORES A LO CARGADO:".
           05 lt-anteriores             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  RECHAZADOS: ".
           05 lt-rechazados             PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-SURVEY
               THRU 2000-EXIT
               UNTIL fin-del-feed.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           OPEN INPUT COMP-FEED-FILE.
           IF NOT comp-feed-ok
               DISPLAY " No hay feed COMPFD que cargar, status: "
                   comp-feed-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sin ITEMREF no hay contra que validar la encuesta.
           OPEN INPUT ITEM-REF-FILE.
           IF NOT item-ref-ok
               DISPLAY " No se pudo abrir ITEMREF, status: "
                   item-ref-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COMPETITOR-PRICE-FILE.
           IF competitor-price-no-existe
               OPEN OUTPUT COMPETITOR-PRICE-FILE
               CLOSE COMPETITOR-PRICE-FILE
               OPEN I-O COMPETITOR-PRICE-FILE
           END-IF.
           IF NOT competitor-price-ok
               DISPLAY " No se pudo abrir MARGCOMP, status: "
                   competitor-price-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           IF NOT load-report-ok
               DISPLAY " No se pudo abrir MARGCLDR, status: "
                   load-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO lh-run-date.
           WRITE LOAD-REPORT-RECORD FROM load-heading-line.
           WRITE LOAD-REPORT-RECORD FROM load-column-line.
       1000-EXIT.
           EXIT.

       2000-LOAD-SURVEY.
           READ COMP-FEED-FILE
               AT END
                   SET fin-del-feed TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO total-leidos.
           IF CF-ITEM-CODE = SPACES
               MOVE "ITEM EN BLANCO" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           MOVE CF-ITEM-CODE TO IR-ITEM-CODE.
           READ ITEM-REF-FILE
               KEY IS IR-ITEM-CODE
               INVALID KEY
                   MOVE "ITEM NO REGISTRADO" TO ld-novedad
                   GO TO 2000-REJECT
           END-READ.
           IF IR-DESCONTINUADO
               MOVE "ITEM DESCONTINUADO" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           IF CF-COMPETITOR-ID = SPACES
               MOVE "COMPETIDOR EN BLANCO" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           IF CF-PRICE NOT NUMERIC
               MOVE "PRECIO INVALIDO" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           IF CF-PRICE NOT > ZERO
               MOVE "PRECIO INVALIDO" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           IF CF-SURVEY-DATE NOT NUMERIC
               MOVE "FECHA DE ENCUESTA INVALIDA" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           MOVE CF-SURVEY-DATE TO fecha-encuesta.
           IF fe-mm < 1 OR fe-mm > 12 OR fe-dd < 1 OR fe-dd > 31
               MOVE "FECHA DE ENCUESTA INVALIDA" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           IF CF-SURVEY-DATE > run-date
               MOVE "ENCUESTA CON FECHA FUTURA" TO ld-novedad
               GO TO 2000-REJECT
           END-IF.
           MOVE CF-ITEM-CODE TO CP-ITEM-CODE.
           MOVE CF-COMPETITOR-ID TO CP-COMPETITOR-ID.
           READ COMPETITOR-PRICE-FILE
               KEY IS CP-KEY
               INVALID KEY
                   GO TO 2000-ADD
           END-READ.
      * Ya hay precio de ese competidor: solo lo reemplaza una
      * encuesta de la misma fecha o posterior.
           IF CP-SURVEY-DATE > CF-SURVEY-DATE
               ADD 1 TO total-anteriores
               MOVE "ANTERIOR A LA YA CARGADA" TO ld-novedad
               PERFORM 2900-WRITE-LOAD-DETAIL
                   THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE CF-PRICE TO CP-PRICE.
           MOVE CF-SURVEY-DATE TO CP-SURVEY-DATE.
           MOVE run-date TO CP-LOAD-DATE.
           REWRITE COMPETITOR-PRICE-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REGRABAR" TO ld-novedad
                   GO TO 2000-REJECT
           END-REWRITE.
           ADD 1 TO total-actualizados.
           MOVE "ACTUALIZADO" TO ld-novedad.
           PERFORM 2900-WRITE-LOAD-DETAIL
               THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-ADD.
           MOVE CF-ITEM-CODE TO CP-ITEM-CODE.
           MOVE CF-COMPETITOR-ID TO CP-COMPETITOR-ID.
           MOVE CF-PRICE TO CP-PRICE.
           MOVE CF-SURVEY-DATE TO CP-SURVEY-DATE.
           MOVE run-date TO CP-LOAD-DATE.
           WRITE COMPETITOR-PRICE-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR" TO ld-novedad
                   GO TO 2000-REJECT
           END-WRITE.
           ADD 1 TO total-cargados.
           MOVE "CARGADO" TO ld-novedad.
           PERFORM 2900-WRITE-LOAD-DETAIL
               THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-REJECT.
           ADD 1 TO total-rechazados.
           PERFORM 2900-WRITE-LOAD-DETAIL
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-WRITE-LOAD-DETAIL.
           MOVE CF-ITEM-CODE TO ld-item-code.
           MOVE CF-COMPETITOR-ID TO ld-competitor-id.
           IF CF-PRICE IS NUMERIC
               MOVE CF-PRICE TO ld-price
           ELSE
               MOVE ZERO TO ld-price
           END-IF.
           MOVE CF-SURVEY-DATE TO ld-survey-date.
           WRITE LOAD-REPORT-RECORD FROM load-detail-line.
       2900-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE total-leidos TO lt-leidos.
           MOVE total-cargados TO lt-cargados.
           MOVE total-actualizados TO lt-actualizados.
           WRITE LOAD-REPORT-RECORD FROM load-total-line-1.
           MOVE total-anteriores TO lt-anteriores.
           MOVE total-rechazados TO lt-rechazados.
           WRITE LOAD-REPORT-RECORD FROM load-total-line-2.
           DISPLAY " Carga de MARGCOMP: leidos " total-leidos
               ", cargados " total-cargados
               ", actualizados " total-actualizados
               ", anteriores " total-anteriores
               ", rechazados " total-rechazados.
           IF total-rechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE COMP-FEED-FILE.
           CLOSE ITEM-REF-FILE.
           CLOSE COMPETITOR-PRICE-FILE.
           CLOSE LOAD-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGCLOD.
