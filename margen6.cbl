      *                    consumirlo y vaciarlo desde otro lote
      *                    duplicaria sus posteos y le quitaria al
      *                    restart lo que debia saltar.
      *   2026-10-15  CM  Imagen previa del posteo (MARGBKUP-lote):
      *                    antes de grabar cada registro de ITEMMAST
      *                    y de MARGCURR se guarda como estaba (o
      *                    que no existia), para que MARGREVR pueda
      *                    reversar el lote completo. En restart se
      *                    continua el mismo archivo y en simulacion
      *                    no se produce. Un lote que MARGREVR dejo
      *                    reversado en MARGRUNS se acepta de nuevo
      *                    para repostearlo corregido.
      *   2026-10-15  CM  El operador de MARGPARM se valida contra el
      *                    archivo de usuarios MARGUSER: tiene que
      *                    estar registrado, activo y con rol de
      *                    operador de batch, o la corrida termina
      *                    con codigo 16 sin tocar nada y el rechazo
      *                    queda en la bitacora de seguridad
      *                    MARGSECL. Las retenciones llevan el lote
      *                    y el operador que las retuvo
      *                    (HD-BATCH-ID / HD-OPERATOR-ID).
      *   2026-10-15  CM  Promociones: las transacciones que MARGPROM
      *                    libera por el reciclaje traen la marca
      *                    PT-PROMO-IND ('P' inicio, 'F' regreso al
      *                    regular), que pasa a ITEMMAST y MARGCURR
      *                    y sale en el reporte. Desde el reciclaje
      *                    se eximen de la prueba de razonabilidad
      *                    (el salto de precio es el de la
      *                    promocion), el reporte de variacion las
      *                    rotula como promocion en vez de cambio
      *                    de tipo o variacion, y el reporte por
      *                    categoria cuenta los inicios aparte, sin
      *                    mezclarlos en los promedios ni en los
      *                    veinte peores. En el lote externo el
      *                    byte se limpia, como los de aprobacion.
      *   2026-10-15  CM  Zonas de precio: la transaccion trae la zona
      *                    (en blanco, la zona general) y se valida
      *                    contra la tabla ZONETAB. Margen, politica,
      *                    retencion, diferido, ITEMMAST, MARGCURR,
      *                    imagen previa y checkpoint van por item y
      *                    zona; el extracto de tiendas lleva la zona
      *                    y los reportes y el resumen por categoria
      *                    la abren en su propia columna. PRICEIN
      *                    debe venir en secuencia de item/zona/fecha.
      *   2026-10-15  CM  La retencion nueva nace sin precio
      *                    contrapropuesto (HD-PROPOSED-SELL en cero);
      *                    una retencion que vuelve a caer regrabada
      *                    como pendiente tambien lo pierde.
      *   2026-10-15  CM  La linea de MARGAUD (154 bytes) lleva el lote
      *                    que la posteo, para cuadrarla contra el
      *                    conteo del lote en MARGRUNS, y la zona del
      *                    item, con la marca de reverso en blanco.
      *                    MARGEXC y MARGEXCS se graban con 215 bytes:
      *                    con 212 se cortaba la zona de precio de la
      *                    excepcion.
      *   2026-10-15  CM  La imagen previa guarda tambien lo que el
      *                    lote difiere a MARGPEND (marca 'P') y cada
      *                    transaccion del reciclaje que posteo,
      *                    retuvo o difirio (marca 'R'), para que
      *                    MARGREVR anule los diferimientos y devuelva
      *                    esas transacciones a MARGRCYC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN5.
           SELECT PARM-FILE ASSIGN TO "MARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-file-status.
           SELECT USER-FILE ASSIGN TO "MARGUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS user-file-status.
           SELECT SIGNON-LOG-FILE ASSIGN TO "MARGSECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT CHECKPOINT-FILE ASSIGN TO "MARGCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT CATEGORY-REPORT-FILE ASSIGN TO nombre-resumen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS category-report-status.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO nombre-imagen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS before-image-status.
           SELECT HOLD-FILE ASSIGN TO "MARGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
           SELECT ZONE-FILE ASSIGN TO "ZONETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZN-ZONE-CODE
               FILE STATUS IS zone-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-TRANS-FILE

       FD  MARGIN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MARGIN-REPORT-RECORD           PIC X(176).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-FILE-RECORD          PIC X(215).

       FD  SIM-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIM-EXCEPTION-RECORD           PIC X(215).

       FD  SIM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIM-REPORT-RECORD              PIC X(176).

       FD  SIM-CATEGORY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIM-CATEGORY-REPORT-RECORD     PIC X(176).

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-RECORD                PIC X(154).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  PARM-TOL-THRESHOLD           PIC 9(03)V99.
           05  PARM-RANK-IND                PIC X(01).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD               PIC X(79).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHKPTREC.

       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-REPORT-RECORD          PIC X(139).

       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  STORE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-EXTRACT-RECORD            PIC X(63).

       FD  CATEGORY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATEGORY-REPORT-RECORD          PIC X(176).

       FD  BEFORE-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BEFORE-IMAGE-FILE-RECORD        PIC X(147).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  ZONE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ZONEREC.

       WORKING-STORAGE SECTION.
       77 cost PIC S9(10)V99.
       77 sell PIC S9(10)V99.
      * Linea armada para el reporte de margenes y para el resumen
      * por categoria; un solo punto de escritura decide si va al
      * archivo real o al de simulacion (MARGRPTS / MARGCATS).
       77 linea-reporte PIC X(176) VALUE SPACES.
       77 linea-categoria PIC X(176) VALUE SPACES.

       77 item-master-status PIC X(02) VALUE "00".
           88 item-master-ok               VALUE "00".
       77 parm-file-status PIC X(02) VALUE "00".
           88 parm-file-ok                 VALUE "00".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                 VALUE "00".
           88 user-file-not-found          VALUE "23".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                VALUE "00".
           88 signon-log-no-existe         VALUE "35".

       77 checkpoint-file-status PIC X(02) VALUE "00".
           88 checkpoint-file-ok            VALUE "00".
           88 checkpoint-file-not-found     VALUE "23".
           88 itemref-disponible            VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 zone-file-status PIC X(02) VALUE "00".
           88 zone-file-ok                  VALUE "00".
           88 zone-file-not-found           VALUE "23".
           88 zone-file-no-existe           VALUE "35".

       77 zonetab-disponible-sw PIC X(01) VALUE "Y".
           88 zonetab-disponible            VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 recycle-file-status PIC X(02) VALUE "00".
           88 recycle-file-ok               VALUE "00".
           88 recycle-file-eof              VALUE "10".

       COPY STOREXRC.

       77 before-image-status PIC X(02) VALUE "00".
           88 before-image-ok               VALUE "00".
           88 before-image-no-existe        VALUE "35".

       COPY BKUPREC.

       COPY SECLOGRC.

       77 run-registry-status PIC X(02) VALUE "00".
           88 run-registry-ok               VALUE "00".
           88 run-registry-not-found        VALUE "23".

       01 variance-column-line.
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(10) VALUE "FECHA ANT".
           05 FILLER                   PIC X(18) VALUE "MAR ANT".
       01 variance-detail-line.
           05 vd-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-eff-date               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-prior-date             PIC 9(08).
       77 nombre-extracto PIC X(17) VALUE "MARGGLEX".
       77 nombre-precios PIC X(17) VALUE "MARGSTEX".
       77 nombre-resumen PIC X(17) VALUE "MARGCATR".
       77 nombre-imagen PIC X(17) VALUE "MARGBKUP".
      * MARGRPT/MARGEXC/MARGAUD son LINE SEQUENTIAL: lo que ya se
      * escribio en ellos no se puede deshacer en un restart. Por eso
      * el checkpoint se graba despues de CADA registro posteado

       01 checkpoint-last-key.
           05 cl-item-code               PIC X(10).
           05 cl-zone-code               PIC X(02).
           05 cl-eff-date                PIC 9(08).

       01 current-record-key.
           05 cr-item-code               PIC X(10).
           05 cr-zone-code               PIC X(02).
           05 cr-eff-date                PIC 9(08).

       COPY AUDITREC.
      * quede alineado con el dato que describe.
       01 report-column-line.
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(18) VALUE "COST".
           05 FILLER                   PIC X(18) VALUE "SELL".
           05 FILLER                   PIC X(18) VALUE "MAR %".
       01 report-detail-line.
           05 rd-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 rd-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 rd-cost                   PIC --,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 rd-sell                   PIC --,---,---,--9.99.
      * la reanudacion (el reporte lo advierte con una nota).
       01 categoria-tabla.
           05 cat-entrada OCCURS 200 TIMES.
               10 cat-clave.
                   15 cat-codigo         PIC X(05).
                   15 cat-zona           PIC X(02).
               10 cat-items              PIC 9(06).
               10 cat-markdowns          PIC 9(06).
               10 cat-promos             PIC 9(06).
               10 cat-suma-mar           PIC S9(12)V99.
               10 cat-suma-ajus          PIC S9(12)V99.
               10 cat-suma-dif-base      PIC S9(12)V99.
       77 cat-ocupadas PIC 9(03) VALUE ZERO.
       77 cat-sub PIC 9(03) VALUE ZERO.
       77 cat-hallada PIC 9(03) VALUE ZERO.
       01 cat-buscada.
           05 cat-buscada-codigo         PIC X(05) VALUE SPACES.
           05 cat-buscada-zona           PIC X(02) VALUE SPACES.
       77 cat-desbordes PIC 9(06) VALUE ZERO.
       77 cat-prom-mar PIC S9(10)V99 VALUE ZERO.
       77 cat-prom-ajus PIC S9(10)V99 VALUE ZERO.
       77 sort-sub PIC 9(03) VALUE ZERO.
       77 sort-sub-sig PIC 9(03) VALUE ZERO.
       77 sort-limite PIC 9(03) VALUE ZERO.
       01 categoria-temporal PIC X(113).

      * Ranking de los veinte peores margenes de la corrida, en
      * orden ascendente de MAR (el peor primero).
       01 peores-tabla.
           05 peor-entrada OCCURS 20 TIMES.
               10 peor-item              PIC X(10).
               10 peor-zona              PIC X(02).
               10 peor-fecha             PIC 9(08).
               10 peor-categoria         PIC X(05).
               10 peor-mar               PIC S9(10)V99.

       01 cat-column-line.
           05 FILLER                   PIC X(07) VALUE "CATEG".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(09) VALUE "ITEMS".
           05 FILLER                   PIC X(09) VALUE "REBAJAS".
           05 FILLER                   PIC X(09) VALUE "PROMOS".
           05 FILLER                   PIC X(18) VALUE "PROM MAR".
           05 FILLER                   PIC X(18) VALUE "MIN MAR".
           05 FILLER                   PIC X(18) VALUE "PROM AJUS".
       01 cat-detail-line.
           05 cd-categoria              PIC X(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cd-zona                   PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cd-items                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cd-markdowns              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cd-promos                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 cd-prom-mar               PIC --,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 cd-min-mar                PIC --,---,---,--9.99.

       01 peores-column-line.
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(07) VALUE "CATEG".
           05 FILLER                   PIC X(18) VALUE "MAR %".
       01 peores-detail-line.
           05 pw-item                   PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pw-zona                   PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pw-fecha                  PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pw-categoria              PIC X(05).
               THRU 1200-EXIT.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT run-time FROM TIME.
           PERFORM 1250-VALIDATE-OPERATOR
               THRU 1250-EXIT.
      * El lote completo se verifica contra su cabecera y su cola, y
      * se concilia contra el registro de corridas, ANTES de abrir
      * nada de salida: un lote malo o repetido se rechaza sin haber
                   STOP RUN
               END-IF
           END-IF.
      * La imagen previa tambien se continua EXTEND en restart: las
      * imagenes de lo ya posteado antes de la caida son las que
      * valen para un reverso, y una llave reprocesada tras la caida
      * deja una segunda imagen que el reverso descarta.
           IF NOT es-simulacion
               IF restart-en-progreso
                   OPEN EXTEND BEFORE-IMAGE-FILE
                   IF before-image-no-existe
                       OPEN OUTPUT BEFORE-IMAGE-FILE
                       CLOSE BEFORE-IMAGE-FILE
                       OPEN EXTEND BEFORE-IMAGE-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT BEFORE-IMAGE-FILE
               END-IF
               IF NOT before-image-ok
                   DISPLAY " No se pudo abrir " nombre-imagen
                       " status: " before-image-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O ITEM-MASTER-FILE.
           IF item-master-no-existe
               OPEN OUTPUT ITEM-MASTER-FILE
                   "no se validan contra la referencia de items."
               SET itemref-disponible TO FALSE
           END-IF.
           OPEN INPUT ZONE-FILE.
           IF NOT zone-file-ok
               DISPLAY " No hay tabla ZONETAB, solo se aceptan "
                   "precios de la zona general."
               SET zonetab-disponible TO FALSE
           END-IF.
           OPEN INPUT SALES-VOLUME-FILE.
           IF NOT sales-volume-ok
               DISPLAY " No hay archivo SALESVOL, el impacto por "
           MOVE SPACES TO PT-APPROVAL-IND OF PRICE-TRANS-RECORD.
           MOVE SPACES TO PT-REASON-CODE OF PRICE-TRANS-RECORD.
           MOVE SPACES TO PT-FIX-IND OF PRICE-TRANS-RECORD.
           MOVE SPACES TO PT-PROMO-IND OF PRICE-TRANS-RECORD.
           GO TO 1100-EXIT.

       1110-SWITCH-TO-RECYCLE.
       1200-EXIT.
           EXIT.

      * El operador que queda en MARGRUNS, en MARGAUD y en las
      * retenciones tiene que ser un usuario registrado, activo y
      * con rol de operador de batch en MARGUSER; si no, la corrida
      * no arranca y el rechazo queda en la bitacora de seguridad.
      * Sin tarjeta MARGPARM el operador es BATCH, que tambien se
      * tiene que registrar para correr asi.
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
           MOVE run-date TO SL-RUN-DATE.
           MOVE run-time TO SL-RUN-TIME.
           MOVE "MARGEN5" TO SL-PROGRAM-ID.
           MOVE operador-id TO SL-USER-ID.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF signon-log-no-existe
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           IF signon-log-ok
               WRITE SIGNON-LOG-RECORD FROM SIGNON-LOG-LINE
               CLOSE SIGNON-LOG-FILE
           END-IF.
           DISPLAY " Operador " operador-id " rechazado: "
               SL-REASON-TEXT ". No se procesa el lote.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1250-EXIT.
           EXIT.

      * El checkpoint es del lote: se busca por BH-BATCH-ID, asi
      * que el restart de un lote no puede leer ni avanzar sobre
      * el checkpoint de otro que siga pendiente.
           SET restart-en-progreso TO TRUE.
           SET hubo-restart TO TRUE.
           MOVE CK-LAST-ITEM-CODE TO cl-item-code.
           MOVE CK-LAST-ZONE-CODE TO cl-zone-code.
           MOVE CK-LAST-EFF-DATE TO cl-eff-date.
           MOVE CK-RECORDS-DONE TO total-registros-procesados.
           MOVE CK-RECORDS-DONE TO total-items.
           MOVE CK-ST-RECORD-COUNT TO st-record-count.
           MOVE CK-ST-HASH-SELL TO st-hash-sell.
           DISPLAY " Reanudando despues del item " cl-item-code
               " zona " cl-zone-code " fecha " cl-eff-date.
       1300-EXIT.
           EXIT.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RG-REVERSADO
               DISPLAY " El lote " batch-id-actual " fue reversado "
                   "con MARGREVR; se postea de nuevo."
           END-IF.
           IF RG-EN-PROCESO AND restart-ind NOT = "Y"
               DISPLAY " El lote " batch-id-actual " quedo en "
                   "proceso en una corrida anterior; corra con "
           STRING "MARGCATR-" DELIMITED BY SIZE
               batch-id-actual DELIMITED BY SPACE
               INTO nombre-resumen.
           MOVE SPACES TO nombre-imagen.
           STRING "MARGBKUP-" DELIMITED BY SIZE
               batch-id-actual DELIMITED BY SPACE
               INTO nombre-imagen.
       1500-EXIT.
           EXIT.

                   AND NOT es-simulacion
               PERFORM 3000-DEFER-FUTURE-PRICE
                   THRU 3000-EXIT
               PERFORM 8060-SAVE-RECYCLE-IMAGE
                   THRU 8060-EXIT
               ADD 1 TO total-diferidos
               PERFORM 8700-WRITE-CHECKPOINT
                   THRU 8700-EXIT
      * checkpoint avanza igual que con los rechazos de validacion
      * para que un restart no la duplique.
           IF registro-retenido
               PERFORM 8060-SAVE-RECYCLE-IMAGE
                   THRU 8060-EXIT
               ADD 1 TO total-retenidos
               PERFORM 8700-WRITE-CHECKPOINT
                   THRU 8700-EXIT
      * En simulacion el calculo y el reporte son los mismos, pero
      * no hay extracto contable, posteo al maestro ni bitacora.
           IF NOT es-simulacion
               PERFORM 8060-SAVE-RECYCLE-IMAGE
                   THRU 8060-EXIT
               PERFORM 5600-WRITE-GL-EXTRACT
                   THRU 5600-EXIT
               PERFORM 8000-POST-ITEM-MASTER
       2100-CHECK-SKIP-RECORD.
           SET registro-ya-procesado TO FALSE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO cr-item-code.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO cr-zone-code.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO cr-eff-date.
           IF current-record-key NOT > checkpoint-last-key
               SET registro-ya-procesado TO TRUE
       2100-EXIT.
           EXIT.

      * El precio futuro se guarda con la llave fecha/item/zona; si
      * el mismo item/zona/fecha vuelve a llegar en otro lote antes
      * de su vigencia, se regraba con los datos mas recientes.
       3000-DEFER-FUTURE-PRICE.
           PERFORM 3050-SAVE-PENDING-IMAGE
               THRU 3050-EXIT.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO PD-EFF-DATE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO PD-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO PD-ZONE-CODE.
           MOVE PT-ITEM-DESC OF PRICE-TRANS-RECORD TO PD-ITEM-DESC.
           MOVE PT-CATEGORY-CODE OF PRICE-TRANS-RECORD
               TO PD-CATEGORY-CODE.
       3000-EXIT.
           EXIT.

      * Antes de diferir se guarda en la imagen previa el precio
      * futuro que ya esperaba con la misma llave (otro lote lo
      * habia diferido) o la marca de que no existia, para que el
      * reverso del lote anule su diferimiento.
       3050-SAVE-PENDING-IMAGE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO PD-EFF-DATE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO PD-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO PD-ZONE-CODE.
           READ PENDING-FILE
               KEY IS PD-KEY
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           SET BK-ES-DIFERIDO TO TRUE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO BK-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO BK-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO BK-EFF-DATE.
           IF pending-file-ok
               SET BK-EXISTIA TO TRUE
               MOVE PENDING-PRICE-RECORD TO BK-IMAGE
           ELSE
               SET BK-EXISTIA TO FALSE
               MOVE SPACES TO BK-IMAGE
           END-IF.
           WRITE BEFORE-IMAGE-FILE-RECORD FROM BEFORE-IMAGE-RECORD.
       3050-EXIT.
           EXIT.

       8500-WRITE-AUDIT-LOG.
           MOVE run-date TO AL-RUN-DATE.
           MOVE run-time TO AL-RUN-TIME.
           ELSE
               MOVE SPACES TO AL-REASON-CODE
           END-IF.
           MOVE batch-id-actual TO AL-BATCH-ID.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO AL-ZONE-CODE.
           MOVE SPACES TO AL-LINE-TYPE.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-LINE.
       8500-EXIT.
           EXIT.
      * solo por CK-RECYCLE-DONE.
           IF leyendo-reciclaje
               MOVE HIGH-VALUES TO CK-LAST-ITEM-CODE
               MOVE HIGH-VALUES TO CK-LAST-ZONE-CODE
               MOVE 99999999 TO CK-LAST-EFF-DATE
           ELSE
               MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD
                   TO CK-LAST-ITEM-CODE
               MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
                   TO CK-LAST-ZONE-CODE
               MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD
                   TO CK-LAST-EFF-DATE
           END-IF.
      * principal (razonabilidad); aqui solo se postea y se evalua
      * la variacion contra esos valores guardados.
       8000-POST-ITEM-MASTER.
           PERFORM 8050-SAVE-MASTER-IMAGE
               THRU 8050-EXIT.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO IM-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO IM-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO IM-EFF-DATE.
           MOVE PT-ITEM-DESC OF PRICE-TRANS-RECORD TO IM-ITEM-DESC.
           MOVE PT-CATEGORY-CODE OF PRICE-TRANS-RECORD
           ELSE
               MOVE SPACES TO IM-REASON-CODE
           END-IF.
           MOVE PT-PROMO-IND OF PRICE-TRANS-RECORD TO IM-PROMO-IND.

           WRITE ITEM-MARGIN-RECORD
               INVALID KEY
       8000-EXIT.
           EXIT.

      * Antes de grabar la llave item/zona/fecha en ITEMMAST se
      * guarda en la imagen previa el registro tal como esta (un
      * reposteo de la misma fecha lo regraba) o la marca de que no
      * existia.
       8050-SAVE-MASTER-IMAGE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO IM-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO IM-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO IM-EFF-DATE.
           READ ITEM-MASTER-FILE
               KEY IS IM-KEY
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           SET BK-ES-MAESTRO TO TRUE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO BK-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO BK-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO BK-EFF-DATE.
           IF item-master-ok
               SET BK-EXISTIA TO TRUE
               MOVE ITEM-MARGIN-RECORD TO BK-IMAGE
           ELSE
               SET BK-EXISTIA TO FALSE
               MOVE SPACES TO BK-IMAGE
           END-IF.
           WRITE BEFORE-IMAGE-FILE-RECORD FROM BEFORE-IMAGE-RECORD.
       8050-EXIT.
           EXIT.

      * Una transaccion del reciclaje que se postea, se retiene o se
      * difiere ya salio de MARGRCYC (el reciclaje se vacia al
      * cerrar). Se guarda tal cual llego para que, si el lote se
      * reversa, MARGREVR la devuelva al reciclaje en vez de
      * perderla. En simulacion no hay imagen previa.
       8060-SAVE-RECYCLE-IMAGE.
           IF NOT leyendo-reciclaje OR es-simulacion
               GO TO 8060-EXIT
           END-IF.
           SET BK-ES-RECICLADA TO TRUE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO BK-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO BK-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO BK-EFF-DATE.
           SET BK-EXISTIA TO TRUE.
           MOVE PRICE-TRANS-RECORD TO BK-IMAGE.
           WRITE BEFORE-IMAGE-FILE-RECORD FROM BEFORE-IMAGE-RECORD.
       8060-EXIT.
           EXIT.

      * Busca el registro del mismo item con la fecha de vigencia
      * inmediatamente anterior a la de la transaccion. El atajo es
      * MARGCURR: un solo acceso por item trae su ultimo posteo, y
           IF margcurr-disponible
               MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD
                   TO CM-ITEM-CODE
               MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
                   TO CM-ZONE-CODE
               READ CURRENT-MARGIN-FILE
                   KEY IS CM-KEY
                   INVALID KEY
                       NEXT SENTENCE
               END-READ
               END-IF
           END-IF.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO IM-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO IM-ZONE-CODE.
           MOVE ZERO TO IM-EFF-DATE.
           START ITEM-MASTER-FILE
               KEY IS NOT LESS THAN IM-KEY
           END-READ.
           IF IM-ITEM-CODE NOT =
                   PT-ITEM-CODE OF PRICE-TRANS-RECORD
                   OR IM-ZONE-CODE NOT =
                   PT-ZONE-CODE OF PRICE-TRANS-RECORD
               SET busqueda-prior-fin TO TRUE
               GO TO 8110-EXIT
           END-IF.
                   END-IF
               END-IF
           END-IF.
      * Un salto por promocion es esperado: sale rotulado como tal
      * para que el comprador no lo confunda con un problema.
           IF PT-PROMO-INICIO OF PRICE-TRANS-RECORD
               MOVE "PROMOCION" TO vd-motivo
           END-IF.
           IF PT-PROMO-FIN OF PRICE-TRANS-RECORD
               MOVE "FIN PROMO" TO vd-motivo
           END-IF.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO vd-item-code.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO vd-zone-code.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO vd-eff-date.
           MOVE prior-eff-date TO vd-prior-date.
           MOVE prior-mar TO vd-prior-mar.
       8300-UPDATE-CURRENT-MARGIN.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD
               TO CM-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
               TO CM-ZONE-CODE.
           READ CURRENT-MARGIN-FILE
               KEY IS CM-KEY
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
                   PT-EFF-DATE OF PRICE-TRANS-RECORD
               GO TO 8300-EXIT
           END-IF.
      * Imagen previa del margen vigente: solo cuando de verdad se
      * va a regrabar, para que el reverso reenvie a las tiendas
      * unicamente los precios que este lote cambio.
           SET BK-ES-VIGENTE TO TRUE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO BK-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO BK-ZONE-CODE.
           MOVE ZERO TO BK-EFF-DATE.
           IF current-margin-ok
               SET BK-EXISTIA TO TRUE
               MOVE CURRENT-MARGIN-RECORD TO BK-IMAGE
           ELSE
               SET BK-EXISTIA TO FALSE
               MOVE SPACES TO BK-IMAGE
           END-IF.
           WRITE BEFORE-IMAGE-FILE-RECORD FROM BEFORE-IMAGE-RECORD.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD
               TO CM-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
               TO CM-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO CM-EFF-DATE.
           MOVE PT-ITEM-DESC OF PRICE-TRANS-RECORD
               TO CM-ITEM-DESC.
               SET CM-IS-MARKDOWN TO FALSE
           END-IF.
           MOVE IM-REASON-CODE TO CM-REASON-CODE.
           MOVE IM-PROMO-IND TO CM-PROMO-IND.
           WRITE CURRENT-MARGIN-RECORD
               INVALID KEY
                   REWRITE CURRENT-MARGIN-RECORD
               PERFORM 4100-CHECK-ITEM-REF
                   THRU 4100-EXIT
           END-IF.
           IF registro-invalido
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4150-CHECK-ZONE
               THRU 4150-EXIT.
       4000-EXIT.
           EXIT.

       4100-EXIT.
           EXIT.

      * La zona de precio en blanco es la zona general: el precio
      * que rige en toda tienda cuya zona no tenga precio propio, y
      * siempre es valida. Una zona con codigo debe estar activa en
      * ZONETAB (se da de alta en MARGMNT); sin la tabla no hay
      * contra que validarla y la transaccion sale con tipo 'I'
      * igual que una zona desconocida.
       4150-CHECK-ZONE.
           IF PT-ZONE-CODE OF PRICE-TRANS-RECORD = SPACES
               GO TO 4150-EXIT
           END-IF.
           IF NOT zonetab-disponible
               GO TO 4150-REJECT
           END-IF.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO ZN-ZONE-CODE.
           READ ZONE-FILE
               KEY IS ZN-ZONE-CODE
               INVALID KEY
                   GO TO 4150-REJECT
           END-READ.
           IF ZN-ACTIVA
               GO TO 4150-EXIT
           END-IF.
       4150-REJECT.
           SET registro-invalido TO TRUE.
           SET EX-TYPE-ITEM TO TRUE.
           MOVE "ZONA DE PRECIO NO REGISTRADA" TO EX-REASON.
           PERFORM 4900-WRITE-EXCEPTION
               THRU 4900-EXIT.
       4150-EXIT.
           EXIT.

      * Prueba de razonabilidad: COST y SELL contra el ultimo
      * posteo del item (prior-cost/prior-sell, que 8100 acaba de
      * buscar). Un movimiento mayor que la tolerancia de MARGPARM
                   AND leyendo-reciclaje
               GO TO 4200-EXIT
           END-IF.
      * El inicio y el regreso de una promocion que libera MARGPROM
      * son saltos de precio programados, no errores de captura.
           IF (PT-PROMO-INICIO OF PRICE-TRANS-RECORD OR
                   PT-PROMO-FIN OF PRICE-TRANS-RECORD)
                   AND leyendo-reciclaje
               GO TO 4200-EXIT
           END-IF.
           SUBTRACT prior-cost FROM cost GIVING delta-monto.
           IF delta-monto < ZERO
               SUBTRACT delta-monto FROM ZERO GIVING delta-monto

       4900-WRITE-EXCEPTION.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO EX-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO EX-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO EX-EFF-DATE.
           MOVE PT-ITEM-DESC OF PRICE-TRANS-RECORD TO EX-ITEM-DESC.
           MOVE PT-CATEGORY-CODE OF PRICE-TRANS-RECORD
       6000-EXIT.
           EXIT.

      * La retencion se graba con la llave item/zona/fecha; si el
      * mismo item/zona/fecha vuelve a caer retenido en otra corrida
      * se regraba como pendiente con los datos mas recientes.
       6100-WRITE-HOLD.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO HD-ITEM-CODE.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO HD-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO HD-EFF-DATE.
           MOVE PT-ITEM-DESC OF PRICE-TRANS-RECORD TO HD-ITEM-DESC.
           MOVE PT-CATEGORY-CODE OF PRICE-TRANS-RECORD
           MOVE SPACES TO HD-APPROVER-ID.
           MOVE ZERO TO HD-DECISION-DATE.
           MOVE run-date TO HD-ENTRY-DATE.
           MOVE batch-id-actual TO HD-BATCH-ID.
           MOVE operador-id TO HD-OPERATOR-ID.
           MOVE ZERO TO HD-PROPOSED-SELL.
           WRITE HOLD-RECORD
               INVALID KEY
                   REWRITE HOLD-RECORD

       5500-WRITE-DETAIL-LINE.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO rd-item-code.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO rd-zone-code.
           MOVE cost TO rd-cost.
           MOVE sell TO rd-sell.
           MOVE mar TO rd-mar.
           ELSE
               MOVE "MARKUP" TO rd-tipo
           END-IF.
           IF PT-PROMO-INICIO OF PRICE-TRANS-RECORD
               MOVE "PROMOCION" TO rd-tipo
           END-IF.
           IF PT-PROMO-FIN OF PRICE-TRANS-RECORD
               MOVE "FIN PROMO" TO rd-tipo
           END-IF.
           MOVE volumen-item TO rd-volumen.
           MOVE impacto-base TO rd-impacto.
           MOVE report-detail-line TO linea-reporte.

           PERFORM 5700-ACCUM-CATEGORY
               THRU 5700-EXIT.
           IF NOT PT-PROMO-INICIO OF PRICE-TRANS-RECORD
               PERFORM 5800-RANK-WORST-MARGIN
                   THRU 5800-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

           MOVE PT-CURRENCY-CODE OF PRICE-TRANS-RECORD
               TO SX-D-CURRENCY-CODE.
           MOVE sell TO SX-D-SELL.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
               TO SX-D-ZONE-CODE.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD
               TO SX-D-EFF-DATE.
           IF es-markdown

       5700-ACCUM-CATEGORY.
           MOVE PT-CATEGORY-CODE OF PRICE-TRANS-RECORD
               TO cat-buscada-codigo.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
               TO cat-buscada-zona.
           MOVE ZERO TO cat-hallada.
           PERFORM 5710-SCAN-CATEGORY
               THRU 5710-EXIT
               IF cat-ocupadas < 200
                   ADD 1 TO cat-ocupadas
                   MOVE cat-ocupadas TO cat-hallada
                   MOVE cat-buscada TO cat-clave (cat-hallada)
                   MOVE ZERO TO cat-items (cat-hallada)
                   MOVE ZERO TO cat-markdowns (cat-hallada)
                   MOVE ZERO TO cat-promos (cat-hallada)
                   MOVE ZERO TO cat-suma-mar (cat-hallada)
                   MOVE ZERO TO cat-suma-ajus (cat-hallada)
                   MOVE ZERO TO cat-suma-dif-base (cat-hallada)
                   GO TO 5700-EXIT
               END-IF
           END-IF.
      * El precio de una promocion que empieza es un margen bajo a
      * proposito: se cuenta aparte y no entra en los promedios.
           IF PT-PROMO-INICIO OF PRICE-TRANS-RECORD
               ADD 1 TO cat-promos (cat-hallada)
               GO TO 5700-EXIT
           END-IF.
           ADD 1 TO cat-items (cat-hallada).
           IF es-markdown
               ADD 1 TO cat-markdowns (cat-hallada)
           EXIT.

       5710-SCAN-CATEGORY.
           IF cat-clave (cat-sub) = cat-buscada
               MOVE cat-sub TO cat-hallada
           END-IF.
       5710-EXIT.
           END-IF.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD
               TO peor-item (peor-pos).
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD
               TO peor-zona (peor-pos).
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD
               TO peor-fecha (peor-pos).
           MOVE PT-CATEGORY-CODE OF PRICE-TRANS-RECORD
           IF NOT es-simulacion
               CLOSE GL-EXTRACT-FILE
               CLOSE STORE-EXTRACT-FILE
               CLOSE BEFORE-IMAGE-FILE
           END-IF.
           IF es-simulacion
               CLOSE SIM-EXCEPTION-FILE
           IF itemref-disponible
               CLOSE ITEM-REF-FILE
           END-IF.
           IF zonetab-disponible
               CLOSE ZONE-FILE
           END-IF.
       9000-EXIT.
           EXIT.


       9530-COMPARE-AND-SWAP.
           ADD 1 TO sort-sub GIVING sort-sub-sig.
           IF cat-clave (sort-sub) > cat-clave (sort-sub-sig)
               MOVE cat-entrada (sort-sub) TO categoria-temporal
               MOVE cat-entrada (sort-sub-sig)
                   TO cat-entrada (sort-sub)

       9540-WRITE-CATEGORY-LINE.
           MOVE cat-codigo (cat-sub) TO cd-categoria.
           MOVE cat-zona (cat-sub) TO cd-zona.
           MOVE cat-items (cat-sub) TO cd-items.
           MOVE cat-markdowns (cat-sub) TO cd-markdowns.
           MOVE cat-promos (cat-sub) TO cd-promos.
           MOVE ZERO TO cat-prom-mar.
           MOVE ZERO TO cat-prom-ajus.
           IF cat-items (cat-sub) > ZERO

       9550-WRITE-WORST-LINE.
           MOVE peor-item (peor-sub) TO pw-item.
           MOVE peor-zona (peor-sub) TO pw-zona.
           MOVE peor-fecha (peor-sub) TO pw-fecha.
           MOVE peor-categoria (peor-sub) TO pw-categoria.
           MOVE peor-mar (peor-sub) TO pw-mar.
