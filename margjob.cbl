      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Controlador del circuito nocturno de margenes. Corre
      *          los pasos en su orden: MARGVLOD (volumenes),
      *          MARGRLSE (precios futuros que llegaron), MARGPROM
      *          (inicios y fines de promocion, despues de MARGRLSE
      *          y antes del posteo), MARGEDT (preedicion del lote),
      *          MARGEN5 (posteo), MARGCMPL (barrido de politica),
      *          MARGAGE (antiguedad de colas) y, si la tarjeta no lo
      *          apaga, MARGACK (conciliacion de acuses).
      *          Cada paso deja en la bitacora MARGJOBL su inicio, su
      *          fin, su codigo de retorno y su conteo clave. Un paso
      *          no arranca si el paso que lo precede no esta
      *          completado para la fecha de negocio: el intento
      *          queda rehusado en la bitacora. Un paso que termina
      *          con codigo mayor que 4 queda fallido: los pasos que
      *          dependen de el se rehusan y los demas corren igual
      *          (MARGAGE y MARGACK solo piden MARGEN5). La
      *          siguiente corrida del controlador para la misma
      *          fecha de negocio salta lo ya completado y reanuda
      *          desde el paso que fallo. El reporte MARGJOBR da al
      *          turno de la manana el estado de toda la noche en
      *          una sola hoja (modo 'R' en la tarjeta: solo el
      *          reporte, sin correr nada).
      *          Tarjeta JOBPARM (opcional): fecha de negocio (por
      *          omision hoy), modo, paso unico a correr, 'N' para
      *          omitir MARGACK, operador y prefijo del comando con
      *          que se lanza cada programa (por omision "./").
      *          El operador (por omision "BATCH") tiene que estar
      *          registrado en MARGUSER, activo y con rol de
      *          operador de batch, como en MARGEN5 y MARGREVR; si
      *          no, el controlador termina con codigo 16 sin correr
      *          nada y el rechazo queda en la bitacora MARGSECL.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: circuito nocturno con
      *                    bitacora MARGJOBL, prerequisitos por fecha
      *                    de negocio, reanudacion y reporte MARGJOBR.
      *   2026-10-15  CM  El operador de JOBPARM se valida contra
      *                    MARGUSER (registrado, activo y con rol de
      *                    operador de batch); el rechazo queda en
      *                    MARGSECL y termina con codigo 16. MARGJOBR
      *                    pasa a 160 columnas: la linea de detalle
      *                    mide 139 y se cortaba la nota. Los titulos
      *                    de columna quedan sobre sus datos.
      *   2026-10-15  CM  El codigo del paso se toma del byte alto
      *                    del estado que devuelve CALL "SYSTEM" (un
      *                    codigo 4 llegaba como 1024 y contaba como
      *                    falla). Un paso fallido o rehusado ya no
      *                    corta el circuito: solo se rehusan los
      *                    pasos que dependen de el.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGJOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-parm-status.
           SELECT JOB-LOG-FILE ASSIGN TO "MARGJOBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-log-status.
           SELECT COUNT-FILE ASSIGN TO nombre-conteo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS count-file-status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "MARGRUNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-BATCH-ID
               FILE STATUS IS run-registry-status.
           SELECT JOB-REPORT-FILE ASSIGN TO "MARGJOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-report-status.
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
       FD  JOB-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-PARM-RECORD.
           05  JP-BUSINESS-DATE             PIC 9(08).
           05  JP-MODE                      PIC X(01).
           05  JP-STEP-NAME                 PIC X(08).
           05  JP-ACK-IND                   PIC X(01).
           05  JP-OPERATOR-ID               PIC X(08).
           05  JP-COMMAND-PREFIX            PIC X(20).

       FD  JOB-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-LOG-RECORD                  PIC X(137).

      * Archivo secuencial de cualquier paso cuyas lineas se cuentan;
      * la cabecera y la cola de lote de PRICEIN no cuentan.
       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNT-RECORD.
           05  CF-RECORD-ID                 PIC X(10).
           05  CF-BATCH-ID                  PIC X(08).
           05  FILLER                       PIC X(238).

       FD  RUN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNREGRC.

       FD  JOB-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-REPORT-RECORD               PIC X(160).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD               PIC X(79).

       WORKING-STORAGE SECTION.
       77 job-parm-status PIC X(02) VALUE "00".
           88 job-parm-ok                   VALUE "00".

       77 job-log-status PIC X(02) VALUE "00".
           88 job-log-ok                    VALUE "00".
           88 job-log-no-existe             VALUE "35".

       77 count-file-status PIC X(02) VALUE "00".
           88 count-file-ok                 VALUE "00".

       77 run-registry-status PIC X(02) VALUE "00".
           88 run-registry-ok               VALUE "00".

       77 job-report-status PIC X(02) VALUE "00".
           88 job-report-ok                 VALUE "00".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                  VALUE "00".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                 VALUE "00".
           88 signon-log-no-existe          VALUE "35".

       77 nombre-conteo PIC X(17) VALUE SPACES.
       77 fecha-negocio PIC 9(08) VALUE ZERO.
       77 fecha-hoy PIC 9(08) VALUE ZERO.
       77 hora-ahora PIC 9(08) VALUE ZERO.
       77 operador-id PIC X(08) VALUE "BATCH".
       77 prefijo-comando PIC X(20) VALUE "./".
       77 paso-pedido PIC X(08) VALUE SPACES.
       77 comando-paso PIC X(80) VALUE SPACES.
       77 rc-paso PIC 9(04) VALUE ZERO.
       77 rc-circuito PIC 9(04) VALUE ZERO.

       77 modo-sw PIC X(01) VALUE SPACE.
           88 solo-reporte                  VALUE "R".
       77 acuse-sw PIC X(01) VALUE "Y".
           88 correr-acuses                 VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-bitacora-sw PIC X(01) VALUE "N".
           88 fin-de-bitacora               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-conteo-sw PIC X(01) VALUE "N".
           88 fin-del-conteo                VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 circuito-completo-sw PIC X(01) VALUE "Y".
           88 circuito-completo             VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 lineas-contadas PIC 9(08) VALUE ZERO.
       77 conteo-antes PIC 9(08) VALUE ZERO.
       77 lote-del-paso PIC X(08) VALUE SPACES.
       77 paso-reanudar PIC X(08) VALUE SPACES.

       77 ps-sub PIC 9(02) VALUE ZERO.
       77 ps-previo PIC 9(02) VALUE ZERO.
       77 ps-hallado PIC 9(02) VALUE ZERO.
       77 total-pasos PIC 9(02) VALUE 8.

      * Pasos del circuito en su orden. Por paso: nombre, programa
      * que se lanza, paso que debe estar completado antes, archivo
      * con el conteo clave y como se cuenta (T lineas al terminar,
      * D lineas nuevas durante el paso, R registro del lote en
      * MARGRUNS), rotulo del conteo y si el paso es opcional.
       01 pasos-valores.
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGVLOD".
               10 FILLER             PIC X(12) VALUE "margvlod".
               10 FILLER             PIC 9(02) VALUE 00.
               10 FILLER             PIC X(08) VALUE "SALESFD".
               10 FILLER             PIC X(01) VALUE "T".
               10 FILLER             PIC X(14) VALUE "FEED LEIDO".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGRLSE".
               10 FILLER             PIC X(12) VALUE "margrlse".
               10 FILLER             PIC 9(02) VALUE 01.
               10 FILLER             PIC X(08) VALUE "MARGRCYC".
               10 FILLER             PIC X(01) VALUE "D".
               10 FILLER             PIC X(14) VALUE "LIBERADOS".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGPROM".
               10 FILLER             PIC X(12) VALUE "margprom".
               10 FILLER             PIC 9(02) VALUE 02.
               10 FILLER             PIC X(08) VALUE "MARGRCYC".
               10 FILLER             PIC X(01) VALUE "D".
               10 FILLER             PIC X(14) VALUE "A RECICLAJE".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGEDT".
               10 FILLER             PIC X(12) VALUE "margedt".
               10 FILLER             PIC 9(02) VALUE 03.
               10 FILLER             PIC X(08) VALUE "PRICEIN".
               10 FILLER             PIC X(01) VALUE "T".
               10 FILLER             PIC X(14) VALUE "TRANS EDITADAS".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGEN5".
               10 FILLER             PIC X(12) VALUE "margen6".
               10 FILLER             PIC 9(02) VALUE 04.
               10 FILLER             PIC X(08) VALUE "PRICEIN".
               10 FILLER             PIC X(01) VALUE "R".
               10 FILLER             PIC X(14) VALUE "REGISTROS LOTE".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGCMPL".
               10 FILLER             PIC X(12) VALUE "margcmpl".
               10 FILLER             PIC 9(02) VALUE 05.
               10 FILLER             PIC X(08) VALUE "MARGCMPW".
               10 FILLER             PIC X(01) VALUE "T".
               10 FILLER             PIC X(14) VALUE "FUERA POLITICA".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGAGE".
               10 FILLER             PIC X(12) VALUE "margage".
               10 FILLER             PIC 9(02) VALUE 05.
               10 FILLER             PIC X(08) VALUE "MARGAGER".
               10 FILLER             PIC X(01) VALUE "T".
               10 FILLER             PIC X(14) VALUE "LINEAS REPORTE".
               10 FILLER             PIC X(01) VALUE "N".
           05 FILLER.
               10 FILLER             PIC X(08) VALUE "MARGACK".
               10 FILLER             PIC X(12) VALUE "margack".
               10 FILLER             PIC 9(02) VALUE 05.
               10 FILLER             PIC X(08) VALUE "MARGRECN".
               10 FILLER             PIC X(01) VALUE "T".
               10 FILLER             PIC X(14) VALUE "LINEAS CONCIL.".
               10 FILLER             PIC X(01) VALUE "Y".
       01 pasos-tabla REDEFINES pasos-valores.
           05 ps-entrada OCCURS 8 TIMES.
               10 ps-nombre          PIC X(08).
               10 ps-programa        PIC X(12).
               10 ps-prerequisito    PIC 9(02).
               10 ps-archivo-conteo  PIC X(08).
               10 ps-modo-conteo     PIC X(01).
                   88 ps-cuenta-total       VALUE "T".
                   88 ps-cuenta-nuevas      VALUE "D".
                   88 ps-cuenta-lote        VALUE "R".
               10 ps-rotulo-conteo   PIC X(14).
               10 ps-opcional        PIC X(01).
                   88 ps-es-opcional        VALUE "Y".

      * Estado de cada paso para la fecha de negocio, tomado de la
      * ultima linea de la bitacora y actualizado al correrlo.
       01 pasos-estado.
           05 st-entrada OCCURS 8 TIMES.
               10 st-status          PIC X(01).
                   88 st-pendiente          VALUE "P".
                   88 st-en-curso           VALUE "E".
                   88 st-completado         VALUE "C".
                   88 st-fallido            VALUE "F".
                   88 st-rehusado           VALUE "R".
                   88 st-omitido            VALUE "O".
               10 st-start-date      PIC 9(08).
               10 st-start-time      PIC 9(08).
               10 st-end-date        PIC 9(08).
               10 st-end-time        PIC 9(08).
               10 st-return-code     PIC 9(04).
               10 st-count           PIC 9(08).
               10 st-note            PIC X(40).

       COPY JOBLOGRC.

       COPY SECLOGRC.

       01 job-heading-line.
           05 FILLER                   PIC X(41)
               VALUE " ESTADO DEL CIRCUITO NOCTURNO - NEGOCIO ".
           05 jh-business-date          PIC 99/99/9999.
           05 FILLER                   PIC X(14)
               VALUE "  EMITIDO EL ".
           05 jh-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 jh-run-time               PIC 99B99B99.

       01 job-column-line.
           05 FILLER                   PIC X(04) VALUE "PASO".
           05 FILLER                   PIC X(10) VALUE "NOMBRE".
           05 FILLER                   PIC X(12) VALUE "ESTADO".
           05 FILLER                   PIC X(20)
               VALUE "INICIO".
           05 FILLER                   PIC X(20)
               VALUE "FIN".
           05 FILLER                   PIC X(06) VALUE "RC".
           05 FILLER                   PIC X(15) VALUE "CONTEO".
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE "NOTA".

       01 job-detail-line.
           05 jd-step-seq               PIC Z9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 jd-step-name              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 jd-status                 PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 jd-start-date             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 jd-start-time             PIC X(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 jd-end-date               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 jd-end-time               PIC X(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 jd-return-code            PIC ZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 jd-count-label            PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 jd-count                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 jd-note                   PIC X(40).

       01 job-verdict-line.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 jv-text                   PIC X(60).
           05 jv-step-name              PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-JOB-LOG
               THRU 2000-EXIT.
           IF NOT solo-reporte
               PERFORM 3000-RUN-STREAM
                   THRU 3000-EXIT
           END-IF.
           PERFORM 8000-WRITE-STATUS-REPORT
               THRU 8000-EXIT.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           MOVE fecha-hoy TO fecha-negocio.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           PERFORM 1250-VALIDATE-OPERATOR
               THRU 1250-EXIT.
           PERFORM 1100-CLEAR-STEP-STATUS
               THRU 1100-EXIT
               VARYING ps-sub FROM 1 BY 1
               UNTIL ps-sub > total-pasos.
           OPEN OUTPUT JOB-REPORT-FILE.
           IF NOT job-report-ok
               DISPLAY " No se pudo abrir MARGJOBR, status: "
                   job-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-STEP-STATUS.
           SET st-pendiente (ps-sub) TO TRUE.
           MOVE ZERO TO st-start-date (ps-sub).
           MOVE ZERO TO st-start-time (ps-sub).
           MOVE ZERO TO st-end-date (ps-sub).
           MOVE ZERO TO st-end-time (ps-sub).
           MOVE ZERO TO st-return-code (ps-sub).
           MOVE ZERO TO st-count (ps-sub).
           MOVE SPACES TO st-note (ps-sub).
       1100-EXIT.
           EXIT.

       1200-READ-PARM-CARD.
           OPEN INPUT JOB-PARM-FILE.
           IF NOT job-parm-ok
               GO TO 1200-EXIT
           END-IF.
           READ JOB-PARM-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF JP-BUSINESS-DATE IS NUMERIC
                       AND JP-BUSINESS-DATE > ZERO
                       MOVE JP-BUSINESS-DATE TO fecha-negocio
                   END-IF
                   MOVE JP-MODE TO modo-sw
                   MOVE JP-STEP-NAME TO paso-pedido
                   IF JP-ACK-IND = "N"
                       SET correr-acuses TO FALSE
                   END-IF
                   IF JP-OPERATOR-ID NOT = SPACES
                       MOVE JP-OPERATOR-ID TO operador-id
                   END-IF
                   IF JP-COMMAND-PREFIX NOT = SPACES
                       MOVE JP-COMMAND-PREFIX TO prefijo-comando
                   END-IF
           END-READ.
           CLOSE JOB-PARM-FILE.
       1200-EXIT.
           EXIT.

      * Quien lanza el circuito tiene que ser un usuario registrado,
      * activo y con rol de operador de batch en MARGUSER, igual que
      * el operador de MARGEN5 y de MARGREVR; si no, no se corre ni
      * se reporta nada y el rechazo queda en la bitacora de
      * seguridad.
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
           ACCEPT hora-ahora FROM TIME.
           MOVE fecha-hoy TO SL-RUN-DATE.
           MOVE hora-ahora TO SL-RUN-TIME.
           MOVE "MARGJOB" TO SL-PROGRAM-ID.
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
               SL-REASON-TEXT ". No se corre el circuito.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1250-EXIT.
           EXIT.

      * La ultima linea de cada paso para la fecha de negocio es su
      * estado; las de otras fechas no cuentan. Despues la bitacora
      * queda abierta para agregar las lineas de esta corrida.
       2000-LOAD-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE.
           IF job-log-ok
               SET fin-de-bitacora TO FALSE
               PERFORM 2100-READ-JOB-LOG
                   THRU 2100-EXIT
                   UNTIL fin-de-bitacora
               CLOSE JOB-LOG-FILE
           END-IF.
           IF solo-reporte
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND JOB-LOG-FILE.
           IF job-log-no-existe
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.
           IF NOT job-log-ok
               DISPLAY " No se pudo abrir MARGJOBL, status: "
                   job-log-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-JOB-LOG.
           READ JOB-LOG-FILE INTO JOB-LOG-LINE
               AT END
                   SET fin-de-bitacora TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF JL-BUSINESS-DATE NOT = fecha-negocio
               GO TO 2100-EXIT
           END-IF.
           IF JL-STEP-SEQ < 1 OR JL-STEP-SEQ > total-pasos
               GO TO 2100-EXIT
           END-IF.
           MOVE JL-STEP-SEQ TO ps-sub.
           IF JL-STEP-NAME NOT = ps-nombre (ps-sub)
               GO TO 2100-EXIT
           END-IF.
      * Un rehusado no borra lo que el paso ya habia logrado.
           IF JL-REHUSADO AND st-completado (ps-sub)
               GO TO 2100-EXIT
           END-IF.
           MOVE JL-STATUS TO st-status (ps-sub).
           MOVE JL-START-DATE TO st-start-date (ps-sub).
           MOVE JL-START-TIME TO st-start-time (ps-sub).
           MOVE JL-END-DATE TO st-end-date (ps-sub).
           MOVE JL-END-TIME TO st-end-time (ps-sub).
           MOVE JL-RETURN-CODE TO st-return-code (ps-sub).
           MOVE JL-COUNT TO st-count (ps-sub).
           MOVE JL-NOTE TO st-note (ps-sub).
       2100-EXIT.
           EXIT.

      * Todo el circuito, saltando lo ya completado, o un solo paso
      * si la tarjeta lo pide. Un paso fallido no detiene la vuelta:
      * el prerequisito de cada paso rehusa solo a los que dependen
      * de el.
       3000-RUN-STREAM.
           IF paso-pedido = SPACES
               PERFORM 3100-RUN-STEP
                   THRU 3100-EXIT
                   VARYING ps-sub FROM 1 BY 1
                   UNTIL ps-sub > total-pasos
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO ps-hallado.
           PERFORM 3010-FIND-STEP
               THRU 3010-EXIT
               VARYING ps-sub FROM 1 BY 1
               UNTIL ps-sub > total-pasos OR ps-hallado > ZERO.
           IF ps-hallado = ZERO
               DISPLAY " El paso " paso-pedido " no es parte del "
                   "circuito nocturno."
               MOVE 16 TO rc-circuito
               GO TO 3000-EXIT
           END-IF.
           MOVE ps-hallado TO ps-sub.
           IF st-completado (ps-sub)
               DISPLAY " El paso " ps-nombre (ps-sub) " ya esta "
                   "completado para la fecha de negocio "
                   fecha-negocio "; no se vuelve a correr."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-RUN-STEP
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3010-FIND-STEP.
           IF ps-nombre (ps-sub) = paso-pedido
               MOVE ps-sub TO ps-hallado
           END-IF.
       3010-EXIT.
           EXIT.

       3100-RUN-STEP.
           IF st-completado (ps-sub)
               GO TO 3100-EXIT
           END-IF.
           IF ps-es-opcional (ps-sub) AND NOT correr-acuses
               SET st-omitido (ps-sub) TO TRUE
               MOVE "OMITIDO POR LA TARJETA JOBPARM"
                   TO st-note (ps-sub)
               GO TO 3100-EXIT
           END-IF.
           MOVE ps-prerequisito (ps-sub) TO ps-previo.
           IF ps-previo > ZERO
               IF NOT st-completado (ps-previo)
                   PERFORM 3200-REFUSE-STEP
                       THRU 3200-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO conteo-antes.
           IF ps-cuenta-nuevas (ps-sub)
               PERFORM 7000-COUNT-FILE-LINES
                   THRU 7000-EXIT
               MOVE lineas-contadas TO conteo-antes
           END-IF.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           SET st-en-curso (ps-sub) TO TRUE.
           MOVE fecha-hoy TO st-start-date (ps-sub).
           MOVE hora-ahora TO st-start-time (ps-sub).
           MOVE ZERO TO st-end-date (ps-sub).
           MOVE ZERO TO st-end-time (ps-sub).
           MOVE ZERO TO st-return-code (ps-sub).
           MOVE ZERO TO st-count (ps-sub).
           MOVE SPACES TO st-note (ps-sub).
           PERFORM 6000-WRITE-JOB-LOG
               THRU 6000-EXIT.
           DISPLAY " Paso " ps-sub " " ps-nombre (ps-sub)
               ": inicio " fecha-hoy " " hora-ahora.
           MOVE SPACES TO comando-paso.
           STRING prefijo-comando DELIMITED BY SPACE
                  ps-programa (ps-sub) DELIMITED BY SPACE
               INTO comando-paso.
           CALL "SYSTEM" USING comando-paso.
      * CALL "SYSTEM" devuelve el estado de espera del proceso: el
      * codigo de salida del programa viene en el byte alto. Un
      * comando que no se pudo lanzar devuelve negativo.
           IF RETURN-CODE < ZERO
               MOVE 9999 TO rc-paso
           ELSE
               IF RETURN-CODE > 255
                   DIVIDE RETURN-CODE BY 256 GIVING rc-paso
               ELSE
                   MOVE RETURN-CODE TO rc-paso
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           MOVE fecha-hoy TO st-end-date (ps-sub).
           MOVE hora-ahora TO st-end-time (ps-sub).
           MOVE rc-paso TO st-return-code (ps-sub).
           PERFORM 3300-GET-STEP-COUNT
               THRU 3300-EXIT.
      * Codigo 4 es aviso (algo para revisar en el reporte del
      * paso), no falla: el circuito sigue.
           IF rc-paso > 4
               SET st-fallido (ps-sub) TO TRUE
               MOVE "TERMINO CON CODIGO MAYOR QUE 4"
                   TO st-note (ps-sub)
               MOVE 16 TO rc-circuito
           ELSE
               SET st-completado (ps-sub) TO TRUE
           END-IF.
           PERFORM 6000-WRITE-JOB-LOG
               THRU 6000-EXIT.
           DISPLAY " Paso " ps-sub " " ps-nombre (ps-sub)
               ": fin " fecha-hoy " " hora-ahora
               " codigo " rc-paso.
       3100-EXIT.
           EXIT.

       3200-REFUSE-STEP.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           SET st-rehusado (ps-sub) TO TRUE.
           MOVE fecha-hoy TO st-start-date (ps-sub).
           MOVE hora-ahora TO st-start-time (ps-sub).
           MOVE ZERO TO st-end-date (ps-sub).
           MOVE ZERO TO st-end-time (ps-sub).
           MOVE ZERO TO st-return-code (ps-sub).
           MOVE ZERO TO st-count (ps-sub).
           MOVE SPACES TO st-note (ps-sub).
           STRING "FALTA COMPLETAR " DELIMITED BY SIZE
                  ps-nombre (ps-previo) DELIMITED BY SPACE
               INTO st-note (ps-sub).
           PERFORM 6000-WRITE-JOB-LOG
               THRU 6000-EXIT.
           DISPLAY " Paso " ps-nombre (ps-sub) " rehusado: "
               ps-nombre (ps-previo) " no esta completado para la "
               "fecha de negocio " fecha-negocio ".".
           IF rc-circuito < 8
               MOVE 8 TO rc-circuito
           END-IF.
       3200-EXIT.
           EXIT.

       3300-GET-STEP-COUNT.
           IF ps-cuenta-lote (ps-sub)
               PERFORM 3400-GET-BATCH-COUNT
                   THRU 3400-EXIT
               GO TO 3300-EXIT
           END-IF.
           PERFORM 7000-COUNT-FILE-LINES
               THRU 7000-EXIT.
           IF ps-cuenta-nuevas (ps-sub)
               IF lineas-contadas > conteo-antes
                   SUBTRACT conteo-antes FROM lineas-contadas
                       GIVING st-count (ps-sub)
               ELSE
                   MOVE ZERO TO st-count (ps-sub)
               END-IF
           ELSE
               MOVE lineas-contadas TO st-count (ps-sub)
           END-IF.
       3300-EXIT.
           EXIT.

      * El conteo de MARGEN5 es el del lote en MARGRUNS; el lote se
      * toma de la cabecera de PRICEIN.
       3400-GET-BATCH-COUNT.
           MOVE SPACES TO lote-del-paso.
           MOVE ps-archivo-conteo (ps-sub) TO nombre-conteo.
           OPEN INPUT COUNT-FILE.
           IF NOT count-file-ok
               MOVE "SIN PRICEIN PARA TOMAR EL LOTE"
                   TO st-note (ps-sub)
               GO TO 3400-EXIT
           END-IF.
           READ COUNT-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF CF-RECORD-ID = "**HEADER**"
                       MOVE CF-BATCH-ID TO lote-del-paso
                   END-IF
           END-READ.
           CLOSE COUNT-FILE.
           IF lote-del-paso = SPACES
               MOVE "PRICEIN SIN CABECERA DE LOTE"
                   TO st-note (ps-sub)
               GO TO 3400-EXIT
           END-IF.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF NOT run-registry-ok
               MOVE "SIN MARGRUNS PARA EL CONTEO"
                   TO st-note (ps-sub)
               GO TO 3400-EXIT
           END-IF.
           MOVE lote-del-paso TO RG-BATCH-ID.
           READ RUN-REGISTRY-FILE
               KEY IS RG-BATCH-ID
               INVALID KEY
                   STRING "LOTE " DELIMITED BY SIZE
                          lote-del-paso DELIMITED BY SPACE
                          " NO ESTA EN MARGRUNS" DELIMITED BY SIZE
                       INTO st-note (ps-sub)
                   CLOSE RUN-REGISTRY-FILE
                   GO TO 3400-EXIT
           END-READ.
           MOVE RG-RECORD-COUNT TO st-count (ps-sub).
           EVALUATE TRUE
               WHEN RG-POSTEADO
                   STRING "LOTE " DELIMITED BY SIZE
                          lote-del-paso DELIMITED BY SPACE
                          " POSTEADO" DELIMITED BY SIZE
                       INTO st-note (ps-sub)
               WHEN RG-EN-PROCESO
                   STRING "LOTE " DELIMITED BY SIZE
                          lote-del-paso DELIMITED BY SPACE
                          " EN PROCESO" DELIMITED BY SIZE
                       INTO st-note (ps-sub)
               WHEN OTHER
                   STRING "LOTE " DELIMITED BY SIZE
                          lote-del-paso DELIMITED BY SPACE
                          " REVERSADO" DELIMITED BY SIZE
                       INTO st-note (ps-sub)
           END-EVALUATE.
           CLOSE RUN-REGISTRY-FILE.
       3400-EXIT.
           EXIT.

       6000-WRITE-JOB-LOG.
           MOVE fecha-negocio TO JL-BUSINESS-DATE.
           MOVE ps-sub TO JL-STEP-SEQ.
           MOVE ps-nombre (ps-sub) TO JL-STEP-NAME.
           MOVE st-status (ps-sub) TO JL-STATUS.
           MOVE st-start-date (ps-sub) TO JL-START-DATE.
           MOVE st-start-time (ps-sub) TO JL-START-TIME.
           MOVE st-end-date (ps-sub) TO JL-END-DATE.
           MOVE st-end-time (ps-sub) TO JL-END-TIME.
           MOVE st-return-code (ps-sub) TO JL-RETURN-CODE.
           MOVE operador-id TO JL-OPERATOR-ID.
           MOVE ps-rotulo-conteo (ps-sub) TO JL-COUNT-LABEL.
           MOVE st-count (ps-sub) TO JL-COUNT.
           MOVE st-note (ps-sub) TO JL-NOTE.
           WRITE JOB-LOG-RECORD FROM JOB-LOG-LINE.
           IF NOT job-log-ok
               DISPLAY " Error escribiendo MARGJOBL, status: "
                   job-log-status
           END-IF.
       6000-EXIT.
           EXIT.

      * Lineas del archivo de conteo del paso; si el archivo no esta
      * el conteo es cero.
       7000-COUNT-FILE-LINES.
           MOVE ZERO TO lineas-contadas.
           MOVE ps-archivo-conteo (ps-sub) TO nombre-conteo.
           OPEN INPUT COUNT-FILE.
           IF NOT count-file-ok
               GO TO 7000-EXIT
           END-IF.
           SET fin-del-conteo TO FALSE.
           PERFORM 7010-COUNT-NEXT-LINE
               THRU 7010-EXIT
               UNTIL fin-del-conteo.
           CLOSE COUNT-FILE.
       7000-EXIT.
           EXIT.

       7010-COUNT-NEXT-LINE.
           READ COUNT-FILE
               AT END
                   SET fin-del-conteo TO TRUE
                   GO TO 7010-EXIT
           END-READ.
           IF CF-RECORD-ID = "**HEADER**" OR
                   CF-RECORD-ID = "**TRAILER*"
               GO TO 7010-EXIT
           END-IF.
           ADD 1 TO lineas-contadas.
       7010-EXIT.
           EXIT.

       8000-WRITE-STATUS-REPORT.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           MOVE fecha-negocio TO jh-business-date.
           MOVE fecha-hoy TO jh-run-date.
           DIVIDE hora-ahora BY 100 GIVING jh-run-time.
           WRITE JOB-REPORT-RECORD FROM job-heading-line.
           WRITE JOB-REPORT-RECORD FROM job-column-line.
           SET circuito-completo TO TRUE.
           MOVE SPACES TO paso-reanudar.
           PERFORM 8100-WRITE-STEP-LINE
               THRU 8100-EXIT
               VARYING ps-sub FROM 1 BY 1
               UNTIL ps-sub > total-pasos.
           MOVE SPACES TO job-verdict-line.
           IF circuito-completo
               MOVE "CIRCUITO COMPLETO PARA LA FECHA DE NEGOCIO"
                   TO jv-text
               DISPLAY " Circuito nocturno completo para "
                   fecha-negocio "."
           ELSE
               MOVE "CIRCUITO INCOMPLETO, REANUDAR EN EL PASO"
                   TO jv-text
               MOVE paso-reanudar TO jv-step-name
               DISPLAY " Circuito nocturno incompleto para "
                   fecha-negocio "; reanudar en " paso-reanudar "."
               IF rc-circuito = ZERO
                   MOVE 4 TO rc-circuito
               END-IF
           END-IF.
           WRITE JOB-REPORT-RECORD FROM job-verdict-line.
       8000-EXIT.
           EXIT.

       8100-WRITE-STEP-LINE.
           MOVE ps-sub TO jd-step-seq.
           MOVE ps-nombre (ps-sub) TO jd-step-name.
           EVALUATE TRUE
               WHEN st-completado (ps-sub)
                   MOVE "COMPLETADO" TO jd-status
               WHEN st-fallido (ps-sub)
                   MOVE "FALLIDO" TO jd-status
               WHEN st-rehusado (ps-sub)
                   MOVE "REHUSADO" TO jd-status
               WHEN st-en-curso (ps-sub)
                   MOVE "EN CURSO" TO jd-status
               WHEN st-omitido (ps-sub)
                   MOVE "OMITIDO" TO jd-status
               WHEN OTHER
                   MOVE "PENDIENTE" TO jd-status
           END-EVALUATE.
           MOVE SPACES TO jd-start-date.
           MOVE SPACES TO jd-start-time.
           MOVE SPACES TO jd-end-date.
           MOVE SPACES TO jd-end-time.
           IF st-start-date (ps-sub) > ZERO
               MOVE st-start-date (ps-sub) TO jd-start-date
               MOVE st-start-time (ps-sub) TO jd-start-time
           END-IF.
           IF st-end-date (ps-sub) > ZERO
               MOVE st-end-date (ps-sub) TO jd-end-date
               MOVE st-end-time (ps-sub) TO jd-end-time
           END-IF.
           MOVE st-return-code (ps-sub) TO jd-return-code.
           MOVE ps-rotulo-conteo (ps-sub) TO jd-count-label.
           MOVE st-count (ps-sub) TO jd-count.
           MOVE st-note (ps-sub) TO jd-note.
           WRITE JOB-REPORT-RECORD FROM job-detail-line.
      * Un paso opcional omitido no deja el circuito incompleto.
           IF st-completado (ps-sub)
               GO TO 8100-EXIT
           END-IF.
           IF ps-es-opcional (ps-sub) AND NOT correr-acuses
               GO TO 8100-EXIT
           END-IF.
           IF circuito-completo
               SET circuito-completo TO FALSE
               MOVE ps-nombre (ps-sub) TO paso-reanudar
           END-IF.
       8100-EXIT.
           EXIT.

       9000-FINALIZE.
           IF NOT solo-reporte
               CLOSE JOB-LOG-FILE
           END-IF.
           CLOSE JOB-REPORT-FILE.
           MOVE rc-circuito TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGJOB.
