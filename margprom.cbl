      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Promociones temporales con fin y regreso automatico
      *          al precio regular. Registra en el indexado MARGPROM
      *          las altas y bajas de promociones que llegan en
      *          PROMOIN (item, SELL promocional, fecha de inicio y
      *          fecha de fin) y hace el barrido diario:
      *          - el dia de inicio guarda el precio regular vigente
      *            en MARGCURR y libera por el reciclaje MARGRCYC la
      *            transaccion al precio promocional, aprobada con
      *            motivo PRM (las altas las firma con su clave un
      *            usuario con rol de aprobacion, y esa firma es la
      *            autorizacion de vender bajo el minimo de
      *            politica) y marcada 'P'. Si el vigente todavia es
      *            el de la promocion anterior del item, el regular
      *            es el que esa promocion guardo;
      *          - el dia de fin (el dia en que vuelve el precio
      *            regular) libera la transaccion que restituye el
      *            SELL regular al costo vigente, marcada 'F' y sin
      *            aprobacion: si el regular ya no cumple la
      *            politica se retiene como cualquier otro precio.
      *          Si mientras duraba la promocion otro precio se
      *          posteo encima, la promocion se cierra como superada
      *          y no se revierte nada, para no pisar ese precio.
      *          El reporte MARGPRMR lista lo registrado o rechazado
      *          y el estado de las promociones activas, las
      *          programadas y las terminadas en los ultimos dias.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: registro de promociones,
      *                    liberacion de inicio y de fin por el
      *                    reciclaje y reporte de promociones.
      *   2026-10-15  CM  La promocion es por item y zona de precio
      *                    (PI-ZONE-CODE, en blanco la zona general);
      *                    la zona se valida contra ZONETAB. Una zona
      *                    sin precio propio toma como regular el de
      *                    la zona general, que es el que tenian sus
      *                    tiendas.
      *   2026-10-15  CM  Las altas y bajas de PROMOIN exigen la firma
      *                    de un aprobador con clave, como MARGAPPR;
      *                    el ingreso fallido queda en MARGSECL y la
      *                    promocion guarda quien la firmo. Una
      *                    promocion que empieza detras de otra toma
      *                    el regular de la anterior y no el precio
      *                    promocional que sigue en MARGCURR.
      *                    PROMOIN queda vacio despues de registrar
      *                    lo firmado, y un PROMOIN vacio no pide
      *                    firma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGPROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-INPUT-FILE ASSIGN TO "PROMOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS promo-input-status.
           SELECT PROMO-PARM-FILE ASSIGN TO "PROMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS promo-parm-status.
           SELECT PROMOTION-FILE ASSIGN TO "MARGPROM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS promotion-status.
           SELECT ITEM-REF-FILE ASSIGN TO "ITEMREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-ITEM-CODE
               FILE STATUS IS item-ref-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
           SELECT ZONE-FILE ASSIGN TO "ZONETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZN-ZONE-CODE
               FILE STATUS IS zone-file-status.
           SELECT USER-FILE ASSIGN TO "MARGUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS user-file-status.
           SELECT SIGNON-LOG-FILE ASSIGN TO "MARGSECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT RECYCLE-FILE ASSIGN TO "MARGRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recycle-file-status.
           SELECT PROMO-REPORT-FILE ASSIGN TO "MARGPRMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS promo-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMO-INPUT-RECORD.
      * 'A' (o espacio) alta de promocion, 'B' baja: una programada
      * se cancela y una activa termina hoy con su regreso.
           05  PI-ACTION                    PIC X(01).
           05  PI-ITEM-CODE                 PIC X(10).
           05  PI-PROMO-SELL                PIC S9(10)V99.
           05  PI-START-DATE                PIC 9(08).
           05  PI-END-DATE                  PIC 9(08).
      * Zona de precio de ZONETAB; en blanco, la zona general.
           05  PI-ZONE-CODE                 PIC X(02).

       FD  PROMO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMO-PARM-RECORD.
           05  PP-OPERATOR-ID               PIC X(08).
           05  PP-ENDED-DAYS                PIC 9(03).

       FD  PROMOTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROMOREC.

       FD  ITEM-REF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMREF.

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  ZONE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ZONEREC.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD               PIC X(79).

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD                  PIC X(80).

       FD  PROMO-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMO-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       77 promo-input-status PIC X(02) VALUE "00".
           88 promo-input-ok               VALUE "00".

       77 promo-parm-status PIC X(02) VALUE "00".
           88 promo-parm-ok                VALUE "00".

       77 promotion-status PIC X(02) VALUE "00".
           88 promotion-ok                 VALUE "00".
           88 promotion-not-found          VALUE "23".
           88 promotion-no-existe          VALUE "35".

       77 item-ref-status PIC X(02) VALUE "00".
           88 item-ref-ok                  VALUE "00".

       77 current-margin-status PIC X(02) VALUE "00".
           88 current-margin-ok            VALUE "00".
           88 current-margin-not-found     VALUE "23".

       77 zone-file-status PIC X(02) VALUE "00".
           88 zone-file-ok                 VALUE "00".

       77 zonetab-disponible-sw PIC X(01) VALUE "Y".
           88 zonetab-disponible           VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                 VALUE "00".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                VALUE "00".
           88 signon-log-no-existe         VALUE "35".

       77 recycle-file-status PIC X(02) VALUE "00".
           88 recycle-file-ok              VALUE "00".
           88 recycle-file-no-existe       VALUE "35".

       77 promo-report-status PIC X(02) VALUE "00".
           88 promo-report-ok              VALUE "00".

       77 solicitudes-sw PIC X(01) VALUE "N".
           88 hay-solicitudes              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-solicitudes-sw PIC X(01) VALUE "N".
           88 fin-de-solicitudes           VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-promociones-sw PIC X(01) VALUE "N".
           88 fin-de-promociones           VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-item-sw PIC X(01) VALUE "N".
           88 fin-del-item                 VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 traslape-sw PIC X(01) VALUE "N".
           88 hay-traslape                 VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 aprobador-sw PIC X(01) VALUE "N".
           88 aprobador-firmado            VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 promo-anterior-sw PIC X(01) VALUE "N".
           88 hay-promo-anterior           VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 run-date PIC 9(08) VALUE ZERO.
       77 run-time PIC 9(08) VALUE ZERO.
       77 operador-id PIC X(08) VALUE "BATCH".
       77 aprobador-id PIC X(08) VALUE SPACES.
       77 clave-ingresada PIC X(08) VALUE SPACES.

      * Precio regular que se guarda al iniciar una promocion, y la
      * promocion en curso del barrido mientras se lee la anterior
      * del mismo item.
       77 precio-regular PIC S9(10)V99 VALUE ZERO.
       01 promo-en-curso                 PIC X(120).

      * Dias hacia atras en que una promocion terminada todavia sale
      * en el reporte; la tarjeta PROMPARM puede traer otro valor.
       77 dias-terminadas PIC 9(03) VALUE 7.

       77 total-leidas PIC 9(06) VALUE ZERO.
       77 total-registradas PIC 9(06) VALUE ZERO.
       77 total-rechazadas PIC 9(06) VALUE ZERO.
       77 total-canceladas PIC 9(06) VALUE ZERO.
       77 total-iniciadas PIC 9(06) VALUE ZERO.
       77 total-revertidas PIC 9(06) VALUE ZERO.
       77 total-activas PIC 9(06) VALUE ZERO.
       77 total-programadas PIC 9(06) VALUE ZERO.
       77 total-terminadas PIC 9(06) VALUE ZERO.
       77 total-sin-precio PIC 9(06) VALUE ZERO.

      * Promocion en curso de alta, guardada mientras se barre el
      * item en busca de traslapes (el barrido usa el area del
      * registro).
       01 promo-nueva.
           05 pn-item-code               PIC X(10).
           05 pn-zone-code               PIC X(02).
           05 pn-start-date              PIC 9(08).
           05 pn-end-date                PIC 9(08).
           05 pn-promo-sell              PIC S9(10)V99.

      * Conversion de fecha a numero de dia, igual que en MARGAGE,
      * para saber cuantos dias hace que termino una promocion.
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
       77 dias-fin PIC 9(08) VALUE ZERO.
       77 dias-desde-fin PIC S9(06) VALUE ZERO.

       COPY PRICEIN.

       COPY SECLOGRC.

       01 promo-heading-line.
           05 FILLER                   PIC X(24)
               VALUE " PROMOCIONES DE PRECIO -".
           05 mh-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(12)
               VALUE "  OPERADOR: ".
           05 mh-operator-id            PIC X(08).

       01 request-heading-line.
           05 FILLER                   PIC X(30)
               VALUE " SOLICITUDES DE PROMOCION".
           05 FILLER                   PIC X(11)
               VALUE "APROBADOR: ".
           05 mh-approver-id            PIC X(08).

       01 request-column-line.
           05 FILLER                   PIC X(26) VALUE "NOVEDAD".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "INICIO".
           05 FILLER                   PIC X(10) VALUE "FIN".
           05 FILLER                   PIC X(17) VALUE "SELL PROMO".

       01 request-detail-line.
           05 sd-novedad                PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sd-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sd-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sd-start-date             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sd-end-date               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 sd-promo-sell             PIC -,---,---,--9.99.

       01 status-heading-line.
           05 FILLER                   PIC X(30)
               VALUE " ESTADO DE LAS PROMOCIONES".

       01 status-column-line.
           05 FILLER                   PIC X(16) VALUE "ESTADO".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "INICIO".
           05 FILLER                   PIC X(10) VALUE "FIN".
           05 FILLER                   PIC X(17) VALUE "SELL PROMO".
           05 FILLER                   PIC X(18) VALUE "SELL REGULAR".
           05 FILLER                   PIC X(20) VALUE "NOTA".

       01 status-detail-line.
           05 pd-estado                 PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pd-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pd-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pd-start-date             PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pd-end-date               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pd-promo-sell             PIC -,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 pd-regular-sell           PIC -,---,---,--9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pd-nota                   PIC X(20).

       01 promo-total-line-1.
           05 FILLER                   PIC X(14)
               VALUE "SOLICITUDES: ".
           05 mt-leidas                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  REGISTRADAS: ".
           05 mt-registradas            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  CANCELADAS: ".
           05 mt-canceladas             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  RECHAZADAS: ".
           05 mt-rechazadas             PIC ZZZ,ZZ9.

       01 promo-total-line-2.
           05 FILLER                   PIC X(14)
               VALUE "INICIADAS: ".
           05 mt-iniciadas              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  REVERTIDAS: ".
           05 mt-revertidas             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  ACTIVAS: ".
           05 mt-activas                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  PROGRAMADAS: ".
           05 mt-programadas            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  SIN PRECIO: ".
           05 mt-sin-precio             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF hay-solicitudes
               PERFORM 2000-LOAD-REQUEST
                   THRU 2000-EXIT
                   UNTIL fin-de-solicitudes
               PERFORM 2950-CLEAR-REQUESTS
                   THRU 2950-EXIT
           END-IF.
           PERFORM 3000-SWEEP-PROMOTIONS
               THRU 3000-EXIT.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT run-time FROM TIME.
           MOVE run-date TO fecha-trabajo.
           PERFORM 7100-DATE-TO-DAYS
               THRU 7100-EXIT.
           MOVE dias-trabajo TO dias-hoy.
           PERFORM 1250-VALIDATE-OPERATOR
               THRU 1250-EXIT.
           OPEN I-O PROMOTION-FILE.
           IF promotion-no-existe
               OPEN OUTPUT PROMOTION-FILE
               CLOSE PROMOTION-FILE
               OPEN I-O PROMOTION-FILE
           END-IF.
           IF NOT promotion-ok
               DISPLAY " No se pudo abrir MARGPROM, status: "
                   promotion-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-REF-FILE.
           IF NOT item-ref-ok
               DISPLAY " No se pudo abrir ITEMREF, status: "
                   item-ref-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CURRENT-MARGIN-FILE.
           IF NOT current-margin-ok
               DISPLAY " No se pudo abrir MARGCURR, status: "
                   current-margin-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ZONE-FILE.
           IF NOT zone-file-ok
               DISPLAY " No hay tabla ZONETAB, solo se aceptan "
                   "promociones de la zona general."
               SET zonetab-disponible TO FALSE
           END-IF.
           OPEN EXTEND RECYCLE-FILE.
           IF recycle-file-no-existe
               OPEN OUTPUT RECYCLE-FILE
               CLOSE RECYCLE-FILE
               OPEN EXTEND RECYCLE-FILE
           END-IF.
           IF NOT recycle-file-ok
               DISPLAY " No se pudo abrir MARGRCYC, status: "
                   recycle-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROMO-REPORT-FILE.
           IF NOT promo-report-ok
               DISPLAY " No se pudo abrir MARGPRMR, status: "
                   promo-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO mh-run-date.
           MOVE operador-id TO mh-operator-id.
           WRITE PROMO-REPORT-RECORD FROM promo-heading-line.
      * Sin PROMOIN, o con PROMOIN vacio (ya procesado), no hay
      * altas ni bajas: la corrida hace solo el barrido diario de
      * inicios y regresos y no pide firma.
           OPEN INPUT PROMO-INPUT-FILE.
           IF promo-input-ok
               READ PROMO-INPUT-FILE
                   AT END
                       SET fin-de-solicitudes TO TRUE
               END-READ
               CLOSE PROMO-INPUT-FILE
               IF NOT fin-de-solicitudes
                   SET hay-solicitudes TO TRUE
               END-IF
           END-IF.
           IF hay-solicitudes
               OPEN INPUT PROMO-INPUT-FILE
               PERFORM 1300-SIGN-ON-APPROVER
                   THRU 1300-EXIT
               MOVE aprobador-id TO mh-approver-id
               WRITE PROMO-REPORT-RECORD FROM request-heading-line
               WRITE PROMO-REPORT-RECORD FROM request-column-line
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-PARM-CARD.
           OPEN INPUT PROMO-PARM-FILE.
           IF NOT promo-parm-ok
               GO TO 1200-EXIT
           END-IF.
           READ PROMO-PARM-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF PP-OPERATOR-ID NOT = SPACES
                       MOVE PP-OPERATOR-ID TO operador-id
                   END-IF
                   IF PP-ENDED-DAYS IS NUMERIC
                       AND PP-ENDED-DAYS > ZERO
                       MOVE PP-ENDED-DAYS TO dias-terminadas
                   END-IF
           END-READ.
           CLOSE PROMO-PARM-FILE.
       1200-EXIT.
           EXIT.

      * El barrido diario lo corre un operador de batch registrado
      * en MARGUSER, como MARGEN5. Las altas y bajas las firma
      * aparte un aprobador con su clave (1300).
       1250-VALIDATE-OPERATOR.
           OPEN INPUT USER-FILE.
           IF NOT user-file-ok
               DISPLAY " No se pudo abrir MARGUSER, status: "
                   user-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE operador-id TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   SET SL-NO-REGISTRADO TO TRUE
                   MOVE "OPERADOR NO REGISTRADO EN MARGUSER"
                       TO SL-REASON-TEXT
                   GO TO 1260-REJECT-OPERATOR
           END-READ.
           IF NOT US-ACTIVO
               SET SL-INACTIVO TO TRUE
               MOVE "OPERADOR INACTIVO" TO SL-REASON-TEXT
               GO TO 1260-REJECT-OPERATOR
           END-IF.
           IF NOT US-PUEDE-OPERAR
               SET SL-SIN-ROL TO TRUE
               MOVE "SIN ROL DE OPERADOR DE BATCH"
                   TO SL-REASON-TEXT
               GO TO 1260-REJECT-OPERATOR
           END-IF.
           CLOSE USER-FILE.
           GO TO 1250-EXIT.
       1260-REJECT-OPERATOR.
           CLOSE USER-FILE.
           MOVE operador-id TO SL-USER-ID.
           PERFORM 5000-WRITE-SIGNON-LOG
               THRU 5000-EXIT.
           DISPLAY " Operador " operador-id " rechazado: "
               SL-REASON-TEXT ". No se procesan promociones.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1250-EXIT.
           EXIT.

      * Las altas y bajas de PROMOIN las firma un aprobador con su
      * clave, como en MARGAPPR: el inicio de la promocion se
      * postea aprobado bajo el minimo de politica y esa aprobacion
      * es la de quien firmo. Todo ingreso fallido se asienta en
      * MARGSECL; sin firma valida las solicitudes se rechazan, se
      * quedan en PROMOIN para la corrida del aprobador y el barrido
      * diario sigue igual. Lo firmado se vacia de PROMOIN (2950),
      * asi que el circuito nocturno solo pide firma si encuentra
      * solicitudes sin registrar.
       1300-SIGN-ON-APPROVER.
           DISPLAY " Identificacion del aprobador de las "
               "promociones: ".
           ACCEPT aprobador-id.
           IF aprobador-id = SPACES
               DISPLAY " Sin aprobador no se registran promociones."
               GO TO 1300-EXIT
           END-IF.
           DISPLAY " Clave: ".
           ACCEPT clave-ingresada.
           OPEN INPUT USER-FILE.
           IF NOT user-file-ok
               DISPLAY " No se pudo abrir MARGUSER, status: "
                   user-file-status
               GO TO 1300-EXIT
           END-IF.
           MOVE aprobador-id TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   SET SL-NO-REGISTRADO TO TRUE
                   MOVE "USUARIO NO REGISTRADO EN MARGUSER"
                       TO SL-REASON-TEXT
                   GO TO 1350-REJECT-SIGN-ON
           END-READ.
           IF NOT US-ACTIVO
               SET SL-INACTIVO TO TRUE
               MOVE "USUARIO INACTIVO" TO SL-REASON-TEXT
               GO TO 1350-REJECT-SIGN-ON
           END-IF.
           IF US-PASSWORD NOT = clave-ingresada
               SET SL-CLAVE-INCORRECTA TO TRUE
               MOVE "CLAVE INCORRECTA" TO SL-REASON-TEXT
               GO TO 1350-REJECT-SIGN-ON
           END-IF.
           IF NOT US-PUEDE-APROBAR
               SET SL-SIN-ROL TO TRUE
               MOVE "SIN ROL DE APROBACION" TO SL-REASON-TEXT
               GO TO 1350-REJECT-SIGN-ON
           END-IF.
           CLOSE USER-FILE.
           SET aprobador-firmado TO TRUE.
           GO TO 1300-EXIT.
       1350-REJECT-SIGN-ON.
           CLOSE USER-FILE.
           MOVE aprobador-id TO SL-USER-ID.
           PERFORM 5000-WRITE-SIGNON-LOG
               THRU 5000-EXIT.
           DISPLAY " Usuario o clave invalidos: no se registran "
               "promociones.".
       1300-EXIT.
           EXIT.

       2000-LOAD-REQUEST.
           READ PROMO-INPUT-FILE
               AT END
                   SET fin-de-solicitudes TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO total-leidas.
           IF NOT aprobador-firmado
               MOVE "SIN FIRMA DE APROBADOR" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           IF PI-ACTION = "B"
               PERFORM 2300-CANCEL-PROMOTION
                   THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PI-ACTION NOT = "A" AND PI-ACTION NOT = SPACE
               MOVE "ACCION INVALIDA" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           MOVE PI-ITEM-CODE TO IR-ITEM-CODE.
           READ ITEM-REF-FILE
               KEY IS IR-ITEM-CODE
               INVALID KEY
                   MOVE "ITEM NO REGISTRADO" TO sd-novedad
                   GO TO 2000-REJECT
           END-READ.
           IF IR-DESCONTINUADO
               MOVE "ITEM DESCONTINUADO" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           IF PI-ZONE-CODE NOT = SPACES
               PERFORM 2100-CHECK-ZONE
                   THRU 2100-EXIT
               IF NOT zone-file-ok
                   MOVE "ZONA NO REGISTRADA" TO sd-novedad
                   GO TO 2000-REJECT
               END-IF
           END-IF.
           IF PI-PROMO-SELL NOT NUMERIC
               MOVE "SELL PROMO INVALIDO" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           IF PI-PROMO-SELL NOT > ZERO
               MOVE "SELL PROMO INVALIDO" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           IF PI-START-DATE NOT NUMERIC OR PI-END-DATE NOT NUMERIC
               MOVE "FECHAS INVALIDAS" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
      * La fecha de fin es el dia en que vuelve el regular: la
      * promocion dura al menos un dia y no empieza en el pasado
      * (un inicio retroactivo reescribiria historia ya vendida).
           IF PI-START-DATE < run-date
               MOVE "INICIO ANTERIOR A HOY" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           IF PI-END-DATE NOT > PI-START-DATE
               MOVE "FIN NO POSTERIOR INICIO" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           MOVE PI-ITEM-CODE TO pn-item-code.
           MOVE PI-ZONE-CODE TO pn-zone-code.
           MOVE PI-START-DATE TO pn-start-date.
           MOVE PI-END-DATE TO pn-end-date.
           MOVE PI-PROMO-SELL TO pn-promo-sell.
           PERFORM 2200-CHECK-OVERLAP
               THRU 2200-EXIT.
           IF hay-traslape
               MOVE "TRASLAPA OTRA PROMOCION" TO sd-novedad
               GO TO 2000-REJECT
           END-IF.
           MOVE pn-item-code TO PR-ITEM-CODE.
           MOVE pn-zone-code TO PR-ZONE-CODE.
           MOVE pn-start-date TO PR-START-DATE.
           MOVE pn-end-date TO PR-END-DATE.
           MOVE pn-promo-sell TO PR-PROMO-SELL.
           MOVE ZERO TO PR-REGULAR-SELL.
           MOVE ZERO TO PR-REGULAR-COST.
           MOVE SPACES TO PR-CURRENCY-CODE.
           SET PR-PROGRAMADA TO TRUE.
           MOVE SPACES TO PR-CLOSE-NOTE.
           MOVE run-date TO PR-ENTRY-DATE.
           MOVE aprobador-id TO PR-OPERATOR-ID.
           MOVE ZERO TO PR-START-RELEASE-DATE.
           MOVE ZERO TO PR-END-RELEASE-DATE.
           WRITE PROMOTION-RECORD
               INVALID KEY
                   MOVE "YA REGISTRADA" TO sd-novedad
                   GO TO 2000-REJECT
           END-WRITE.
           ADD 1 TO total-registradas.
           MOVE "REGISTRADA" TO sd-novedad.
           PERFORM 2900-WRITE-REQUEST-DETAIL
               THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-REJECT.
           ADD 1 TO total-rechazadas.
           PERFORM 2900-WRITE-REQUEST-DETAIL
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      * La zona debe estar activa en ZONETAB; sin la tabla solo
      * vale la zona general. Deja el status en zone-file-status.
       2100-CHECK-ZONE.
           IF NOT zonetab-disponible
               MOVE "35" TO zone-file-status
               GO TO 2100-EXIT
           END-IF.
           MOVE PI-ZONE-CODE TO ZN-ZONE-CODE.
           READ ZONE-FILE
               KEY IS ZN-ZONE-CODE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF NOT ZN-ACTIVA
               MOVE "23" TO zone-file-status
           END-IF.
       2100-EXIT.
           EXIT.

      * Un item no puede tener dos promociones vivas (programadas o
      * activas) con rangos que se crucen en la misma zona: el
      * regreso de una pisaria el precio de la otra.
       2200-CHECK-OVERLAP.
           SET hay-traslape TO FALSE.
           SET fin-del-item TO FALSE.
           MOVE pn-item-code TO PR-ITEM-CODE.
           MOVE pn-zone-code TO PR-ZONE-CODE.
           MOVE ZERO TO PR-START-DATE.
           START PROMOTION-FILE
               KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   SET fin-del-item TO TRUE
           END-START.
           PERFORM 2210-SCAN-ITEM-PROMOTION
               THRU 2210-EXIT
               UNTIL fin-del-item OR hay-traslape.
       2200-EXIT.
           EXIT.

       2210-SCAN-ITEM-PROMOTION.
           READ PROMOTION-FILE NEXT
               AT END
                   SET fin-del-item TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF PR-ITEM-CODE NOT = pn-item-code
                   OR PR-ZONE-CODE NOT = pn-zone-code
               SET fin-del-item TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF NOT PR-PROGRAMADA AND NOT PR-ACTIVA
               GO TO 2210-EXIT
           END-IF.
           IF pn-start-date < PR-END-DATE AND
                   PR-START-DATE < pn-end-date
               SET hay-traslape TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      * Baja: la programada se cancela sin liberar nada; la activa
      * termina hoy y el barrido de esta misma corrida libera su
      * regreso al precio regular.
       2300-CANCEL-PROMOTION.
           MOVE PI-ITEM-CODE TO PR-ITEM-CODE.
           MOVE PI-ZONE-CODE TO PR-ZONE-CODE.
           MOVE PI-START-DATE TO PR-START-DATE.
           READ PROMOTION-FILE
               KEY IS PR-KEY
               INVALID KEY
                   MOVE "PROMOCION NO EXISTE" TO sd-novedad
                   GO TO 2300-REJECT
           END-READ.
           IF PR-PROGRAMADA
               SET PR-CANCELADA TO TRUE
               MOVE "CANCELADA" TO PR-CLOSE-NOTE
               MOVE "CANCELADA" TO sd-novedad
           ELSE
               IF PR-ACTIVA
                   MOVE run-date TO PR-END-DATE
                   MOVE "CANCELADA ANTICIPADA" TO PR-CLOSE-NOTE
                   MOVE "TERMINA HOY" TO sd-novedad
               ELSE
                   MOVE "PROMOCION YA CERRADA" TO sd-novedad
                   GO TO 2300-REJECT
               END-IF
           END-IF.
           REWRITE PROMOTION-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REGRABAR" TO sd-novedad
                   GO TO 2300-REJECT
           END-REWRITE.
           ADD 1 TO total-canceladas.
           PERFORM 2900-WRITE-REQUEST-DETAIL
               THRU 2900-EXIT.
           GO TO 2300-EXIT.
       2300-REJECT.
           ADD 1 TO total-rechazadas.
           PERFORM 2900-WRITE-REQUEST-DETAIL
               THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

       2900-WRITE-REQUEST-DETAIL.
           MOVE PI-ITEM-CODE TO sd-item-code.
           MOVE PI-ZONE-CODE TO sd-zone-code.
           MOVE PI-START-DATE TO sd-start-date.
           MOVE PI-END-DATE TO sd-end-date.
           IF PI-PROMO-SELL IS NUMERIC
               MOVE PI-PROMO-SELL TO sd-promo-sell
           ELSE
               MOVE ZERO TO sd-promo-sell
           END-IF.
           WRITE PROMO-REPORT-RECORD FROM request-detail-line.
       2900-EXIT.
           EXIT.

      * Las solicitudes firmadas ya quedaron registradas o
      * rechazadas en el reporte; PROMOIN se deja vacio para que la
      * corrida siguiente no las vuelva a leer, como MARGRCYC despues
      * del posteo. Sin firma valida se deja intacto.
       2950-CLEAR-REQUESTS.
           CLOSE PROMO-INPUT-FILE.
           IF aprobador-firmado
               OPEN OUTPUT PROMO-INPUT-FILE
               CLOSE PROMO-INPUT-FILE
           END-IF.
       2950-EXIT.
           EXIT.

      * Barrido completo de MARGPROM en orden de item/inicio: inicia
      * lo que llego a su fecha, revierte lo que llego a su fin y
      * lista el estado de cada promocion viva o recien terminada.
       3000-SWEEP-PROMOTIONS.
           WRITE PROMO-REPORT-RECORD FROM status-heading-line.
           WRITE PROMO-REPORT-RECORD FROM status-column-line.
           SET fin-de-promociones TO FALSE.
           MOVE LOW-VALUES TO PR-KEY.
           START PROMOTION-FILE
               KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   SET fin-de-promociones TO TRUE
           END-START.
           PERFORM 3100-PROCESS-PROMOTION
               THRU 3100-EXIT
               UNTIL fin-de-promociones.
       3000-EXIT.
           EXIT.

       3100-PROCESS-PROMOTION.
           READ PROMOTION-FILE NEXT
               AT END
                   SET fin-de-promociones TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE SPACES TO pd-nota.
           IF PR-PROGRAMADA
               IF PR-START-DATE > run-date
                   ADD 1 TO total-programadas
                   MOVE "PROGRAMADA" TO pd-estado
                   PERFORM 3900-WRITE-STATUS-DETAIL
                       THRU 3900-EXIT
               ELSE
                   PERFORM 3200-START-PROMOTION
                       THRU 3200-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF PR-ACTIVA
               IF PR-END-DATE > run-date
                   ADD 1 TO total-activas
                   MOVE "ACTIVA" TO pd-estado
                   PERFORM 3900-WRITE-STATUS-DETAIL
                       THRU 3900-EXIT
               ELSE
                   PERFORM 3300-END-PROMOTION
                       THRU 3300-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
      * Terminada o cancelada: sale en el reporte solo mientras su
      * fin este dentro de los ultimos dias de la tarjeta.
           MOVE PR-END-DATE TO fecha-trabajo.
           PERFORM 7100-DATE-TO-DAYS
               THRU 7100-EXIT.
           MOVE dias-trabajo TO dias-fin.
           SUBTRACT dias-fin FROM dias-hoy GIVING dias-desde-fin.
           IF dias-desde-fin > dias-terminadas
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO total-terminadas.
           IF PR-CANCELADA
               MOVE "CANCELADA" TO pd-estado
           ELSE
               MOVE "TERMINADA" TO pd-estado
           END-IF.
           MOVE PR-CLOSE-NOTE TO pd-nota.
           PERFORM 3900-WRITE-STATUS-DETAIL
               THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      * Inicio: se guarda el precio regular vigente y se libera el
      * precio promocional con vigencia en la fecha de inicio. Un
      * item sin margen vigente no tiene precio regular al que
      * volver; la promocion sigue programada y se reintenta en la
      * proxima corrida.
       3200-START-PROMOTION.
           IF PR-END-DATE NOT > run-date
               SET PR-CANCELADA TO TRUE
               MOVE "VENCIDA SIN INICIAR" TO PR-CLOSE-NOTE
               REWRITE PROMOTION-RECORD
                   INVALID KEY
                       NEXT SENTENCE
               END-REWRITE
               ADD 1 TO total-terminadas
               MOVE "CANCELADA" TO pd-estado
               MOVE PR-CLOSE-NOTE TO pd-nota
               PERFORM 3900-WRITE-STATUS-DETAIL
                   THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
      * El regular es el vigente de la zona; una zona que todavia no
      * tiene precio propio vende al de la zona general.
           MOVE PR-ITEM-CODE TO CM-ITEM-CODE.
           MOVE PR-ZONE-CODE TO CM-ZONE-CODE.
           READ CURRENT-MARGIN-FILE
               KEY IS CM-KEY
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           IF NOT current-margin-ok AND PR-ZONE-CODE NOT = SPACES
               MOVE SPACES TO CM-ZONE-CODE
               READ CURRENT-MARGIN-FILE
                   KEY IS CM-KEY
                   INVALID KEY
                       NEXT SENTENCE
               END-READ
           END-IF.
           IF NOT current-margin-ok
               ADD 1 TO total-sin-precio
               MOVE "SIN PRECIO" TO pd-estado
               MOVE "SIN MARGEN VIGENTE" TO pd-nota
               PERFORM 3900-WRITE-STATUS-DETAIL
                   THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE CM-SELL TO precio-regular.
           IF CM-ES-PROMOCION
               PERFORM 3250-FIND-ENDING-PROMOTION
                   THRU 3250-EXIT
               IF NOT hay-promo-anterior
                   ADD 1 TO total-sin-precio
                   MOVE "SIN PRECIO" TO pd-estado
                   MOVE "PROMO ANTERIOR VIVA" TO pd-nota
                   PERFORM 3900-WRITE-STATUS-DETAIL
                       THRU 3900-EXIT
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           MOVE precio-regular TO PR-REGULAR-SELL.
           MOVE CM-COST TO PR-REGULAR-COST.
           MOVE CM-CURRENCY-CODE TO PR-CURRENCY-CODE.
           PERFORM 3400-BUILD-TRANSACTION
               THRU 3400-EXIT.
           MOVE PR-START-DATE TO PT-EFF-DATE.
           MOVE CM-COST TO PT-COST.
           MOVE PR-PROMO-SELL TO PT-SELL.
           MOVE "A" TO PT-APPROVAL-IND.
           MOVE "PRM" TO PT-REASON-CODE.
           SET PT-PROMO-INICIO TO TRUE.
           WRITE RECYCLE-RECORD FROM PRICE-TRANS-RECORD.
           SET PR-ACTIVA TO TRUE.
           MOVE run-date TO PR-START-RELEASE-DATE.
           REWRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY " No se pudo regrabar en MARGPROM el "
                       "item " PR-ITEM-CODE " inicio " PR-START-DATE
           END-REWRITE.
           ADD 1 TO total-iniciadas.
           MOVE "INICIADA HOY" TO pd-estado.
           PERFORM 3900-WRITE-STATUS-DETAIL
               THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      * El vigente todavia es el precio de la promocion anterior del
      * item (su regreso esta en el reciclaje y no se ha posteado, o
      * la zona vende al de la zona general que esta en promocion):
      * el regular es el que guardo esa promocion, que se lee por la
      * fecha en que su inicio entro a MARGCURR. Si no se encuentra,
      * la promocion sigue programada y se reintenta cuando el
      * regreso se haya posteado. Al final se vuelve a leer la
      * promocion en curso para que el barrido siga desde ella.
       3250-FIND-ENDING-PROMOTION.
           SET hay-promo-anterior TO FALSE.
           MOVE PROMOTION-RECORD TO promo-en-curso.
           MOVE CM-ITEM-CODE TO PR-ITEM-CODE.
           MOVE CM-ZONE-CODE TO PR-ZONE-CODE.
           MOVE CM-EFF-DATE TO PR-START-DATE.
           READ PROMOTION-FILE
               KEY IS PR-KEY
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           IF promotion-ok AND (PR-ACTIVA OR PR-TERMINADA)
                   AND PR-REGULAR-SELL > ZERO
               MOVE PR-REGULAR-SELL TO precio-regular
               SET hay-promo-anterior TO TRUE
           END-IF.
           MOVE promo-en-curso TO PROMOTION-RECORD.
           READ PROMOTION-FILE
               KEY IS PR-KEY
               INVALID KEY
                   DISPLAY " No se pudo releer en MARGPROM el "
                       "item " PR-ITEM-CODE " inicio " PR-START-DATE
                   SET fin-de-promociones TO TRUE
           END-READ.
       3250-EXIT.
           EXIT.

      * Fin: vuelve el SELL regular guardado al inicio, al costo
      * vigente. Si el precio vigente ya no es el de esta promocion
      * (otro precio se posteo despues de su inicio) la promocion
      * se cierra como superada sin liberar nada. Si el inicio
      * todavia no se posteo (el vigente es anterior al inicio), el
      * regreso se libera igual: va detras del inicio en el
      * reciclaje y el resultado neto es el precio regular.
       3300-END-PROMOTION.
           MOVE PR-ITEM-CODE TO CM-ITEM-CODE.
           MOVE PR-ZONE-CODE TO CM-ZONE-CODE.
           READ CURRENT-MARGIN-FILE
               KEY IS CM-KEY
               INVALID KEY
                   MOVE PR-REGULAR-COST TO CM-COST
                   MOVE ZERO TO CM-EFF-DATE
                   MOVE SPACE TO CM-PROMO-IND
           END-READ.
           IF CM-EFF-DATE > PR-START-DATE OR
                   (CM-EFF-DATE = PR-START-DATE AND
                    NOT CM-ES-PROMOCION)
               SET PR-TERMINADA TO TRUE
               MOVE "SUPERADA" TO PR-CLOSE-NOTE
               MOVE run-date TO PR-END-RELEASE-DATE
               REWRITE PROMOTION-RECORD
                   INVALID KEY
                       NEXT SENTENCE
               END-REWRITE
               ADD 1 TO total-terminadas
               MOVE "TERMINADA" TO pd-estado
               MOVE PR-CLOSE-NOTE TO pd-nota
               PERFORM 3900-WRITE-STATUS-DETAIL
                   THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3400-BUILD-TRANSACTION
               THRU 3400-EXIT.
           MOVE PR-END-DATE TO PT-EFF-DATE.
           MOVE CM-COST TO PT-COST.
           MOVE PR-REGULAR-SELL TO PT-SELL.
           SET PT-PROMO-FIN TO TRUE.
           WRITE RECYCLE-RECORD FROM PRICE-TRANS-RECORD.
           SET PR-TERMINADA TO TRUE.
           MOVE run-date TO PR-END-RELEASE-DATE.
           REWRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY " No se pudo regrabar en MARGPROM el "
                       "item " PR-ITEM-CODE " inicio " PR-START-DATE
           END-REWRITE.
           ADD 1 TO total-revertidas.
           MOVE "REVERTIDA HOY" TO pd-estado.
           MOVE PR-CLOSE-NOTE TO pd-nota.
           PERFORM 3900-WRITE-STATUS-DETAIL
               THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

      * Transaccion del reciclaje con la descripcion y la categoria
      * oficiales de ITEMREF (las de MARGCURR si el item ya no esta
      * en la referencia; MARGEN5 la rechazara igual en ese caso).
       3400-BUILD-TRANSACTION.
           MOVE SPACES TO PRICE-TRANS-RECORD.
           MOVE PR-ITEM-CODE TO PT-ITEM-CODE.
           MOVE PR-ZONE-CODE TO PT-ZONE-CODE.
           MOVE PR-CURRENCY-CODE TO PT-CURRENCY-CODE.
           MOVE PR-ITEM-CODE TO IR-ITEM-CODE.
           READ ITEM-REF-FILE
               KEY IS IR-ITEM-CODE
               INVALID KEY
                   MOVE CM-ITEM-DESC TO PT-ITEM-DESC
                   MOVE CM-CATEGORY-CODE TO PT-CATEGORY-CODE
                   GO TO 3400-EXIT
           END-READ.
           MOVE IR-ITEM-DESC TO PT-ITEM-DESC.
           MOVE IR-CATEGORY-CODE TO PT-CATEGORY-CODE.
       3400-EXIT.
           EXIT.

       3900-WRITE-STATUS-DETAIL.
           MOVE PR-ITEM-CODE TO pd-item-code.
           MOVE PR-ZONE-CODE TO pd-zone-code.
           MOVE PR-START-DATE TO pd-start-date.
           MOVE PR-END-DATE TO pd-end-date.
           MOVE PR-PROMO-SELL TO pd-promo-sell.
           MOVE PR-REGULAR-SELL TO pd-regular-sell.
           WRITE PROMO-REPORT-RECORD FROM status-detail-line.
       3900-EXIT.
           EXIT.

      * Asienta en MARGSECL el ingreso rechazado que dejo armado
      * quien llama (usuario y motivo).
       5000-WRITE-SIGNON-LOG.
           MOVE run-date TO SL-RUN-DATE.
           MOVE run-time TO SL-RUN-TIME.
           MOVE "MARGPROM" TO SL-PROGRAM-ID.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF signon-log-no-existe
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           IF NOT signon-log-ok
               DISPLAY " No se pudo abrir MARGSECL, status: "
                   signon-log-status
               GO TO 5000-EXIT
           END-IF.
           WRITE SIGNON-LOG-RECORD FROM SIGNON-LOG-LINE.
           CLOSE SIGNON-LOG-FILE.
       5000-EXIT.
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
           MOVE total-leidas TO mt-leidas.
           MOVE total-registradas TO mt-registradas.
           MOVE total-canceladas TO mt-canceladas.
           MOVE total-rechazadas TO mt-rechazadas.
           WRITE PROMO-REPORT-RECORD FROM promo-total-line-1.
           MOVE total-iniciadas TO mt-iniciadas.
           MOVE total-revertidas TO mt-revertidas.
           MOVE total-activas TO mt-activas.
           MOVE total-programadas TO mt-programadas.
           MOVE total-sin-precio TO mt-sin-precio.
           WRITE PROMO-REPORT-RECORD FROM promo-total-line-2.
           DISPLAY " Promociones: registradas " total-registradas
               ", canceladas " total-canceladas
               ", rechazadas " total-rechazadas
               ", iniciadas hoy " total-iniciadas
               ", revertidas hoy " total-revertidas
               ", activas " total-activas
               ", programadas " total-programadas.
           IF total-rechazadas > ZERO OR total-sin-precio > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PROMOTION-FILE.
           CLOSE ITEM-REF-FILE.
           CLOSE CURRENT-MARGIN-FILE.
           IF zonetab-disponible
               CLOSE ZONE-FILE
           END-IF.
           CLOSE RECYCLE-FILE.
           CLOSE PROMO-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGPROM.
