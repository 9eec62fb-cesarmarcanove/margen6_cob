      * Modification History:
      *   2026-08-21  CM  Version inicial: revision y liberacion de
      *                    retenciones por politica via MARGRCYC.
      *   2026-10-15  CM  El supervisor se valida contra MARGUSER
      *                    (usuario registrado, activo, clave y rol
      *                    de aprobacion de retenciones); el ingreso
      *                    fallido queda en la bitacora de seguridad
      *                    MARGSECL. No se deja aprobar una retencion
      *                    de un lote que el mismo supervisor corrio
      *                    (HD-OPERATOR-ID), y el intento tambien se
      *                    asienta en MARGSECL.
      *   2026-10-15  CM  La retencion es por item y zona de precio:
      *                    la zona se muestra en la revision y en la
      *                    lista de la cola, y viaja en la transaccion
      *                    aprobada que se reenvia por MARGRCYC.
      *   2026-10-15  CM  Cada retencion pendiente muestra el SELL
      *                    que apenas cumple los minimos vigentes de
      *                    POLICY de su categoria al COST retenido.
      *                    Nueva decision C=contraproponer: ese precio
      *                    u otro que se teclee (que cumpla la
      *                    politica) se reenvia por MARGRCYC como
      *                    transaccion nueva, y la retencion queda
      *                    contrapropuesta con el precio original y
      *                    el propuesto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGAPPR.
           SELECT RECYCLE-FILE ASSIGN TO "MARGRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recycle-file-status.
           SELECT POLICY-FILE ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CATEGORY-CODE
               FILE STATUS IS policy-file-status.
           SELECT USER-FILE ASSIGN TO "MARGUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS user-file-status.
           SELECT SIGNON-LOG-FILE ASSIGN TO "MARGSECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD                  PIC X(80).

       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYREC.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD               PIC X(79).

       WORKING-STORAGE SECTION.
       77 hold-file-status PIC X(02) VALUE "00".
           88 hold-file-ok                  VALUE "00".
           88 recycle-file-ok               VALUE "00".
           88 recycle-file-no-existe        VALUE "35".

       77 policy-file-status PIC X(02) VALUE "00".
           88 policy-file-ok                VALUE "00".

       77 politica-disponible-sw PIC X(01) VALUE "Y".
           88 politica-disponible           VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                  VALUE "00".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                 VALUE "00".
           88 signon-log-no-existe          VALUE "35".

       77 supervisor-id PIC X(08) VALUE SPACES.
       77 clave-ingresada PIC X(08) VALUE SPACES.
       77 fecha-hoy PIC 9(08) VALUE ZERO.
       77 hora-ahora PIC 9(08) VALUE ZERO.

       77 opcion-menu PIC 9(01) VALUE ZERO.
       77 salir-sw PIC X(01) VALUE "N".
       77 total-revisadas PIC 9(06) VALUE ZERO.
       77 total-aprobadas PIC 9(06) VALUE ZERO.
       77 total-rechazadas PIC 9(06) VALUE ZERO.
       77 total-contrapropuestas PIC 9(06) VALUE ZERO.

      * Precio sugerido: el SELL mas alto que cumple los minimos de
      * la categoria al COST retenido, con las formulas de MARGEN5.
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
       77 precio-cumple-sw PIC X(01) VALUE "N".
           88 precio-cumple                VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 minimo-mar PIC S9(10)V99 VALUE ZERO.
       77 minimo-ajus PIC S9(10)V99 VALUE ZERO.
       77 precio-sugerido PIC S9(10)V99 VALUE ZERO.
       77 precio-ingresado PIC S9(10)V99 VALUE ZERO.

       01 cola-linea.
           05 cq-item-code               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 cq-zone-code               PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 cq-eff-date                PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 cq-status                  PIC X(01).
           05 cq-reason                  PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 cq-approver                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 cq-sell                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 cq-proposed-sell           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY PRICEIN.

       COPY SECLOGRC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               SET salir-del-menu TO TRUE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY " Clave: ".
           ACCEPT clave-ingresada.
           PERFORM 1100-SIGN-ON
               THRU 1100-EXIT.
           IF salir-del-menu
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O HOLD-FILE.
           IF hold-file-no-existe
               DISPLAY " No hay cola de retenciones MARGHOLD."
               SET salir-del-menu TO TRUE
               GO TO 1000-EXIT
           END-IF.
      * Sin POLICY el precio sugerido se calcula con los minimos que
      * quedaron grabados en la retencion.
           OPEN INPUT POLICY-FILE.
           IF NOT policy-file-ok
               DISPLAY " No hay archivo POLICY, el precio sugerido "
                   "usa los minimos grabados en la retencion."
               SET politica-disponible TO FALSE
           END-IF.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      * Solo entra un usuario registrado en MARGUSER, activo, con su
      * clave y con el rol de aprobacion de retenciones. Todo
      * ingreso fallido se asienta en MARGSECL; en pantalla no se
      * dice si lo que fallo fue el usuario o la clave.
       1100-SIGN-ON.
           OPEN INPUT USER-FILE.
           IF NOT user-file-ok
               DISPLAY " No se pudo abrir MARGUSER, status: "
                   user-file-status
               SET salir-del-menu TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE supervisor-id TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   SET SL-NO-REGISTRADO TO TRUE
                   MOVE "USUARIO NO REGISTRADO EN MARGUSER"
                       TO SL-REASON-TEXT
                   GO TO 1150-REJECT-SIGN-ON
           END-READ.
           IF NOT US-ACTIVO
               SET SL-INACTIVO TO TRUE
               MOVE "USUARIO INACTIVO" TO SL-REASON-TEXT
               GO TO 1150-REJECT-SIGN-ON
           END-IF.
           IF US-PASSWORD NOT = clave-ingresada
               SET SL-CLAVE-INCORRECTA TO TRUE
               MOVE "CLAVE INCORRECTA" TO SL-REASON-TEXT
               GO TO 1150-REJECT-SIGN-ON
           END-IF.
           IF NOT US-PUEDE-APROBAR
               SET SL-SIN-ROL TO TRUE
               MOVE "SIN ROL DE APROBACION DE RETENCIONES"
                   TO SL-REASON-TEXT
               CLOSE USER-FILE
               PERFORM 5000-WRITE-SIGNON-LOG
                   THRU 5000-EXIT
               DISPLAY " El usuario " supervisor-id " no tiene rol "
                   "de aprobacion de retenciones."
               SET salir-del-menu TO TRUE
               GO TO 1100-EXIT
           END-IF.
           CLOSE USER-FILE.
           GO TO 1100-EXIT.
       1150-REJECT-SIGN-ON.
           CLOSE USER-FILE.
           PERFORM 5000-WRITE-SIGNON-LOG
               THRU 5000-EXIT.
           DISPLAY " Usuario o clave invalidos.".
           SET salir-del-menu TO TRUE.
       1100-EXIT.
           EXIT.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY " ---- COLA DE RETENCIONES (MARGHOLD) ----".
           MOVE ZERO TO total-revisadas.
           MOVE ZERO TO total-aprobadas.
           MOVE ZERO TO total-rechazadas.
           MOVE ZERO TO total-contrapropuestas.
           MOVE LOW-VALUES TO HD-KEY.
           START HOLD-FILE
               KEY IS NOT LESS THAN HD-KEY
               DISPLAY " Pendientes revisadas: " total-revisadas
                   "  Aprobadas: " total-aprobadas
                   "  Rechazadas: " total-rechazadas
                   "  Contrapropuestas: " total-contrapropuestas
           END-IF.
       3000-EXIT.
           EXIT.
           ADD 1 TO total-revisadas.
           DISPLAY " ".
           DISPLAY " Item: " HD-ITEM-CODE
               "  Zona: " HD-ZONE-CODE
               "  Fecha vigencia: " HD-EFF-DATE.
           DISPLAY " Descripcion: " HD-ITEM-DESC
               "  Categoria: " HD-CATEGORY-CODE
           PERFORM 3200-DISPLAY-MARGINS
               THRU 3200-EXIT.
           DISPLAY " Decision (A=aprobar, R=rechazar, "
               "C=contraproponer, S=dejar pendiente): ".
           ACCEPT decision-supervisor.
           EVALUATE decision-supervisor
               WHEN "A"
               WHEN "r"
                   PERFORM 3400-REJECT-HOLD
                       THRU 3400-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 3600-COUNTER-PROPOSE
                       THRU 3600-EXIT
               WHEN OTHER
                   DISPLAY " Retencion queda pendiente."
           END-EVALUATE.
           MOVE HD-MIN-AJUS TO cq-min-ajus.
           DISPLAY " MAR: " cq-mar " (minimo " cq-min-mar
               ")  AJUS: " cq-ajus " (minimo " cq-min-ajus ")".
           PERFORM 3700-SUGGEST-PRICE
               THRU 3700-EXIT.
           MOVE HD-SELL TO cq-sell.
           IF precio-sugerido > ZERO
               MOVE precio-sugerido TO cq-proposed-sell
               DISPLAY " SELL retenido: " cq-sell
                   "  SELL sugerido que cumple la politica: "
                   cq-proposed-sell
           ELSE
               DISPLAY " SELL retenido: " cq-sell
                   "  No hay SELL que cumpla la politica a este "
                   "COST."
           END-IF.
       3200-EXIT.
           EXIT.

                   "motivo; la retencion queda pendiente."
               GO TO 3300-EXIT
           END-IF.
      * Quien corrio el lote que retuvo la transaccion no puede
      * aprobar su propia excepcion a la politica.
           IF HD-OPERATOR-ID = supervisor-id
               SET SL-LOTE-PROPIO TO TRUE
               MOVE "APROBACION DE RETENCION DE LOTE PROPIO"
                   TO SL-REASON-TEXT
               PERFORM 5000-WRITE-SIGNON-LOG
                   THRU 5000-EXIT
               DISPLAY " La retencion es del lote " HD-BATCH-ID
                   ", corrido por " HD-OPERATOR-ID "; la debe "
                   "aprobar otro supervisor. Queda pendiente."
               GO TO 3300-EXIT
           END-IF.
           SET HD-APROBADA TO TRUE.
           MOVE motivo-aprobacion TO HD-REASON-CODE.
           MOVE supervisor-id TO HD-APPROVER-ID.
       3500-WRITE-RECYCLE-TRANS.
           MOVE SPACES TO PRICE-TRANS-RECORD.
           MOVE HD-ITEM-CODE TO PT-ITEM-CODE OF PRICE-TRANS-RECORD.
           MOVE HD-ZONE-CODE TO PT-ZONE-CODE OF PRICE-TRANS-RECORD.
           MOVE HD-ITEM-DESC TO PT-ITEM-DESC OF PRICE-TRANS-RECORD.
           MOVE HD-CATEGORY-CODE
               TO PT-CATEGORY-CODE OF PRICE-TRANS-RECORD.
               TO PT-CURRENCY-CODE OF PRICE-TRANS-RECORD.
           MOVE HD-EFF-DATE TO PT-EFF-DATE OF PRICE-TRANS-RECORD.
           MOVE HD-COST TO PT-COST OF PRICE-TRANS-RECORD.
           IF HD-CONTRAPROPUESTA
               MOVE HD-PROPOSED-SELL TO PT-SELL OF PRICE-TRANS-RECORD
           ELSE
               MOVE HD-SELL TO PT-SELL OF PRICE-TRANS-RECORD
               MOVE "A" TO PT-APPROVAL-IND OF PRICE-TRANS-RECORD
               MOVE motivo-aprobacion
                   TO PT-REASON-CODE OF PRICE-TRANS-RECORD
           END-IF.
           WRITE RECYCLE-RECORD FROM PRICE-TRANS-RECORD.
       3500-EXIT.
           EXIT.

      * La contrapropuesta vuelve por MARGRCYC como transaccion nueva
      * sin aprobacion: MARGEN5 le aplica la politica como a
      * cualquier otra, asi que el precio tecleado debe cumplirla;
      * para postear bajo el minimo esta la aprobacion con motivo.
       3600-COUNTER-PROPOSE.
           DISPLAY " SELL contrapropuesto (cero o en blanco toma el "
               "sugerido): ".
           MOVE ZERO TO precio-ingresado.
           ACCEPT precio-ingresado.
           IF precio-ingresado = ZERO
               MOVE precio-sugerido TO precio-ingresado
           END-IF.
           IF precio-ingresado NOT > ZERO
               DISPLAY " No hay precio que contraproponer; la "
                   "retencion queda pendiente."
               GO TO 3600-EXIT
           END-IF.
           MOVE HD-COST TO cost.
           MOVE precio-ingresado TO sell.
           PERFORM 6000-CALCULATE-MARGIN
               THRU 6000-EXIT.
           IF mar < minimo-mar OR ajus < minimo-ajus
               DISPLAY " El SELL contrapropuesto no cumple la "
                   "politica de la categoria; la retencion queda "
                   "pendiente."
               GO TO 3600-EXIT
           END-IF.
           SET HD-CONTRAPROPUESTA TO TRUE.
           MOVE precio-ingresado TO HD-PROPOSED-SELL.
           MOVE SPACES TO HD-REASON-CODE.
           MOVE supervisor-id TO HD-APPROVER-ID.
           MOVE fecha-hoy TO HD-DECISION-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY " No se pudo regrabar la retencion, "
                       "status: " hold-file-status
                   GO TO 3600-EXIT
           END-REWRITE.
           PERFORM 3500-WRITE-RECYCLE-TRANS
               THRU 3500-EXIT.
           ADD 1 TO total-contrapropuestas.
           MOVE HD-SELL TO cq-sell.
           MOVE HD-PROPOSED-SELL TO cq-proposed-sell.
           DISPLAY " Retencion contrapropuesta: SELL original "
               cq-sell ", propuesto " cq-proposed-sell
               "; reenviado por MARGRCYC.".
       3600-EXIT.
           EXIT.

      * Igual que el repreciado a politica de MARGVCST: se despeja el
      * SELL de cada formula y se baja de a centavo hasta que el
      * calculo de MARGEN5 lo acepte.
       3700-SUGGEST-PRICE.
           MOVE HD-MIN-MAR TO minimo-mar.
           MOVE HD-MIN-AJUS TO minimo-ajus.
           IF politica-disponible
               MOVE HD-CATEGORY-CODE TO PL-CATEGORY-CODE
               READ POLICY-FILE
                   KEY IS PL-CATEGORY-CODE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE PL-MIN-MAR TO minimo-mar
                       MOVE PL-MIN-AJUS TO minimo-ajus
               END-READ
           END-IF.
           MOVE ZERO TO precio-sugerido.
           MOVE HD-COST TO cost.
           IF cost NOT > ZERO
               GO TO 3700-EXIT
           END-IF.
           DIVIDE minimo-mar BY cien GIVING factor-politica.
           ADD 1 TO factor-politica.
           IF factor-politica NOT > ZERO
               GO TO 3700-EXIT
           END-IF.
           DIVIDE cost BY factor-politica GIVING precio-por-mar.
           DIVIDE minimo-ajus BY cien GIVING factor-politica.
           SUBTRACT factor-politica FROM 1 GIVING factor-politica.
           MULTIPLY cost BY factor-politica GIVING precio-por-ajus.
           IF precio-por-mar < precio-por-ajus
               MOVE precio-por-mar TO sell
           ELSE
               MOVE precio-por-ajus TO sell
           END-IF.
           SET precio-cumple TO FALSE.
           PERFORM 3710-VERIFY-POLICY-PRICE
               THRU 3710-EXIT
               UNTIL precio-cumple OR sell NOT > ZERO.
           IF precio-cumple
               MOVE sell TO precio-sugerido
           END-IF.
       3700-EXIT.
           EXIT.

       3710-VERIFY-POLICY-PRICE.
           PERFORM 6000-CALCULATE-MARGIN
               THRU 6000-EXIT.
           IF mar NOT < minimo-mar AND ajus NOT < minimo-ajus
               SET precio-cumple TO TRUE
           ELSE
               SUBTRACT 0.01 FROM sell
           END-IF.
       3710-EXIT.
           EXIT.

       4000-LIST-QUEUE.
           SET fin-de-la-cola TO FALSE.
           MOVE LOW-VALUES TO HD-KEY.
               GO TO 4000-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "ITEM       ZN FECHA    E MAR"
               "                MIN MAR            AJUS"
               "               MIN AJUS           MOT SUPERVIS"
               "               SELL      SELL PROPUESTO".
           PERFORM 4100-LIST-NEXT-HOLD
               THRU 4100-EXIT
               UNTIL fin-de-la-cola.
                   GO TO 4100-EXIT
           END-READ.
           MOVE HD-ITEM-CODE TO cq-item-code.
           MOVE HD-ZONE-CODE TO cq-zone-code.
           MOVE HD-EFF-DATE TO cq-eff-date.
           MOVE HD-STATUS TO cq-status.
           MOVE HD-MAR TO cq-mar.
           MOVE HD-MIN-AJUS TO cq-min-ajus.
           MOVE HD-REASON-CODE TO cq-reason.
           MOVE HD-APPROVER-ID TO cq-approver.
           MOVE HD-SELL TO cq-sell.
           IF HD-CONTRAPROPUESTA
               MOVE HD-PROPOSED-SELL TO cq-proposed-sell
           ELSE
               MOVE ZERO TO cq-proposed-sell
           END-IF.
           DISPLAY cola-linea.
       4100-EXIT.
           EXIT.

       5000-WRITE-SIGNON-LOG.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           MOVE fecha-hoy TO SL-RUN-DATE.
           MOVE hora-ahora TO SL-RUN-TIME.
           MOVE "MARGAPPR" TO SL-PROGRAM-ID.
           MOVE supervisor-id TO SL-USER-ID.
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
           IF NOT hold-file-no-existe
               CLOSE HOLD-FILE
           IF recycle-file-ok
               CLOSE RECYCLE-FILE
           END-IF.
           IF politica-disponible
               CLOSE POLICY-FILE
           END-IF.
       9000-EXIT.
           EXIT.

