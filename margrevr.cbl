      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Reverso de un lote de PRICEIN ya posteado. Toma el
      *          identificador de lote de la tarjeta REVPARM, exige
      *          que figure como posteado en MARGRUNS y deja
      *          ITEMMAST y MARGCURR exactamente como estaban antes
      *          del lote, con la imagen previa MARGBKUP-lote que
      *          MARGEN5 grabo al postearlo: lo que existia se
      *          regraba como era y lo que el lote creo se borra.
      *          Produce el extracto contable de reverso
      *          MARGGLRV-lote (cada detalle de MARGGLEX-lote con
      *          los montos en signo contrario y su propia cola de
      *          control), el extracto de precios MARGSTRV-lote que
      *          reenvia a las tiendas el SELL anterior de cada item
      *          que el lote cambio, y el reporte MARGREVR-lote con
      *          cada llave tocada. Al terminar el lote queda
      *          reversado en MARGRUNS y MARGEN5 lo acepta de nuevo
      *          para repostearlo corregido.
      *          Como deshace la corrida entera, tambien anula lo
      *          que el lote difirio a MARGPEND (con la misma imagen
      *          previa), cancela las retenciones del lote que
      *          siguen pendientes en MARGHOLD, devuelve a MARGRCYC
      *          las transacciones del reciclaje que la corrida
      *          consumio (posteadas, retenidas o diferidas) para
      *          que se posteen en la siguiente, y compensa en
      *          MARGAUD cada linea del posteo con una linea de
      *          reverso.
      *          Solo se reversa el ultimo lote: si otro lote se
      *          posteo (o quedo en proceso) despues, sus posteos
      *          estan encima de los de este y se reversa primero
      *          aquel. El reverso es repetible: si se cae a mitad,
      *          el lote sigue posteado y una nueva corrida vuelve a
      *          aplicar las mismas imagenes con el mismo resultado.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: reverso de ITEMMAST y
      *                    MARGCURR por imagen previa, extractos de
      *                    reverso contable y de tiendas, y reporte.
      *   2026-10-15  CM  El operador de REVPARM se valida contra
      *                    MARGUSER (registrado, activo y con rol de
      *                    operador de batch) como en MARGEN5; el
      *                    rechazo queda en la bitacora MARGSECL.
      *   2026-10-15  CM  Imagen previa de 147 bytes: ITEMMAST y
      *                    MARGCURR van por item y zona de precio y
      *                    llevan la marca de promocion; la zona entra
      *                    en el orden de las imagenes, en el reporte
      *                    y en el reenvio a tiendas.
      *   2026-10-15  CM  El reverso deshace la corrida completa: se
      *                    anulan los diferimientos del lote en
      *                    MARGPEND (imagen 'P'), las transacciones
      *                    del reciclaje que la corrida consumio
      *                    vuelven a MARGRCYC (imagen 'R') en lugar
      *                    de perderse con la restauracion, y las
      *                    retenciones pendientes del lote quedan
      *                    rechazadas con motivo REV; las aprobadas
      *                    o contrapropuestas se listan para
      *                    retirar su transaccion de MARGRCYC.
      *   2026-10-15  CM  Cada linea viva del lote en MARGAUD se
      *                    compensa con una linea de reverso (montos
      *                    en signo contrario, marca 'R'), para que
      *                    el cuadre de MARGINTG cuente solo el
      *                    ultimo posteo de un lote reposteado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGREVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-PARM-FILE ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rev-parm-status.
           SELECT USER-FILE ASSIGN TO "MARGUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS user-file-status.
           SELECT SIGNON-LOG-FILE ASSIGN TO "MARGSECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "MARGRUNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-BATCH-ID
               FILE STATUS IS run-registry-status.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-KEY
               FILE STATUS IS item-master-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
      * Los archivos del lote se asignan por nombre armado con el
      * identificador (1500-BUILD-FILE-NAMES), igual que en MARGEN5.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO nombre-imagen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS before-image-status.
           SELECT GL-EXTRACT-FILE ASSIGN TO nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-extract-status.
           SELECT GL-REVERSAL-FILE ASSIGN TO nombre-reverso-gl
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-reversal-status.
           SELECT STORE-REVERSAL-FILE ASSIGN TO nombre-reverso-st
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS store-reversal-status.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reversal-report-status.
           SELECT PENDING-FILE ASSIGN TO "MARGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-KEY
               FILE STATUS IS pending-file-status.
           SELECT HOLD-FILE ASSIGN TO "MARGHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS hold-file-status.
           SELECT RECYCLE-FILE ASSIGN TO "MARGRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recycle-file-status.
      * Las transacciones a devolver al reciclaje se juntan primero
      * en un archivo de trabajo del lote y se pasan a MARGRCYC al
      * final, junto con la marca de reversado en MARGRUNS.
           SELECT RECYCLE-WORK-FILE ASSIGN TO nombre-reciclaje
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recycle-work-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "MARGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT AUDIT-WORK-FILE ASSIGN TO "MARGAUDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-work-status.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  REV-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  REV-PARM-RECORD.
           05  RV-BATCH-ID                  PIC X(08).
           05  RV-OPERATOR-ID               PIC X(08).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD               PIC X(79).

       FD  RUN-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNREGRC.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMMAST.

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  BEFORE-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BEFORE-IMAGE-FILE-RECORD        PIC X(147).

       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-EXTRACT-RECORD.
           05  GL-RECORD-TYPE              PIC X(02).
           05  FILLER                      PIC X(77).

       FD  GL-REVERSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-REVERSAL-RECORD              PIC X(79).

       FD  STORE-REVERSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-REVERSAL-RECORD           PIC X(63).

       FD  REVERSAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVERSAL-REPORT-RECORD          PIC X(132).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOLDREC.

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD                  PIC X(80).

       FD  RECYCLE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-WORK-RECORD             PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-RECORD                PIC X(154).

       FD  AUDIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-WORK-RECORD               PIC X(154).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-FILE-ID              PIC X(01).
           05  SR-ITEM-CODE            PIC X(10).
           05  SR-ZONE-CODE            PIC X(02).
           05  SR-EFF-DATE             PIC 9(08).
           05  SR-RESTO                PIC X(126).

       WORKING-STORAGE SECTION.
       77 rev-parm-status PIC X(02) VALUE "00".
           88 rev-parm-ok                  VALUE "00".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                 VALUE "00".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                VALUE "00".
           88 signon-log-no-existe         VALUE "35".

       77 run-registry-status PIC X(02) VALUE "00".
           88 run-registry-ok              VALUE "00".
           88 run-registry-not-found       VALUE "23".

       77 item-master-status PIC X(02) VALUE "00".
           88 item-master-ok               VALUE "00".
           88 item-master-not-found        VALUE "23".

       77 current-margin-status PIC X(02) VALUE "00".
           88 current-margin-ok            VALUE "00".
           88 current-margin-not-found     VALUE "23".

       77 before-image-status PIC X(02) VALUE "00".
           88 before-image-ok              VALUE "00".

       77 gl-extract-status PIC X(02) VALUE "00".
           88 gl-extract-ok                VALUE "00".

       77 gl-reversal-status PIC X(02) VALUE "00".
           88 gl-reversal-ok               VALUE "00".

       77 store-reversal-status PIC X(02) VALUE "00".
           88 store-reversal-ok            VALUE "00".

       77 reversal-report-status PIC X(02) VALUE "00".
           88 reversal-report-ok           VALUE "00".

       77 pending-file-status PIC X(02) VALUE "00".
           88 pending-file-ok              VALUE "00".
           88 pending-file-no-existe       VALUE "35".

       77 hold-file-status PIC X(02) VALUE "00".
           88 hold-file-ok                 VALUE "00".
           88 hold-file-no-existe          VALUE "35".

       77 recycle-file-status PIC X(02) VALUE "00".
           88 recycle-file-ok              VALUE "00".
           88 recycle-file-no-existe       VALUE "35".

       77 recycle-work-status PIC X(02) VALUE "00".
           88 recycle-work-ok              VALUE "00".

       77 audit-log-status PIC X(02) VALUE "00".
           88 audit-log-ok                 VALUE "00".
           88 audit-log-no-existe          VALUE "35".

       77 audit-work-status PIC X(02) VALUE "00".
           88 audit-work-ok                VALUE "00".

       77 run-date PIC 9(08) VALUE ZERO.
       77 run-time PIC 9(08) VALUE ZERO.
       77 operador-id PIC X(08) VALUE SPACES.
       77 batch-id-reverso PIC X(08) VALUE SPACES.

      * Datos del posteo que se reversa, guardados antes de barrer
      * MARGRUNS (el barrido reusa el area del registro).
       77 lote-post-date PIC 9(08) VALUE ZERO.
       77 lote-post-time PIC 9(08) VALUE ZERO.
       77 lote-operator-id PIC X(08) VALUE SPACES.
       77 lote-record-count PIC 9(06) VALUE ZERO.

       77 nombre-imagen PIC X(17) VALUE "MARGBKUP".
       77 nombre-extracto PIC X(17) VALUE "MARGGLEX".
       77 nombre-reverso-gl PIC X(17) VALUE "MARGGLRV".
       77 nombre-reverso-st PIC X(17) VALUE "MARGSTRV".
       77 nombre-reporte PIC X(17) VALUE "MARGREVR".
       77 nombre-reciclaje PIC X(17) VALUE "MARGRVRC".

       77 fin-barrido-sw PIC X(01) VALUE "N".
           88 fin-del-barrido              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 lote-posterior-sw PIC X(01) VALUE "N".
           88 hay-lote-posterior           VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 lote-posterior-id PIC X(08) VALUE SPACES.

       77 fin-imagenes-sw PIC X(01) VALUE "N".
           88 fin-de-imagenes              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-extracto-sw PIC X(01) VALUE "N".
           88 fin-del-extracto             VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 cola-extracto-sw PIC X(01) VALUE "N".
           88 hay-cola-extracto            VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 pendientes-sw PIC X(01) VALUE "N".
           88 pendientes-disponible        VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-retenciones-sw PIC X(01) VALUE "N".
           88 fin-de-retenciones           VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-auditoria-sw PIC X(01) VALUE "N".
           88 fin-de-auditoria             VALUE "Y" WHEN SET TO
               FALSE IS "N".

      * Ultima imagen del reciclaje devuelta: un restart de MARGEN5
      * a mitad del reciclaje graba de nuevo la misma transaccion.
       77 reciclada-anterior PIC X(147) VALUE LOW-VALUES.

       01 llave-anterior.
           05 la-file-id                 PIC X(01).
           05 la-item-code               PIC X(10).
           05 la-zone-code               PIC X(02).
           05 la-eff-date                PIC 9(08).

       01 llave-actual.
           05 lc-file-id                 PIC X(01).
           05 lc-item-code               PIC X(10).
           05 lc-zone-code               PIC X(02).
           05 lc-eff-date                PIC 9(08).

       77 imagenes-leidas PIC 9(08) VALUE ZERO.
       77 imagenes-repetidas PIC 9(08) VALUE ZERO.
       77 maestro-restaurados PIC 9(08) VALUE ZERO.
       77 maestro-eliminados PIC 9(08) VALUE ZERO.
       77 vigente-restaurados PIC 9(08) VALUE ZERO.
       77 vigente-eliminados PIC 9(08) VALUE ZERO.
       77 diferidos-restaurados PIC 9(08) VALUE ZERO.
       77 diferidos-anulados PIC 9(08) VALUE ZERO.
       77 recicladas-devueltas PIC 9(08) VALUE ZERO.
       77 retenciones-canceladas PIC 9(08) VALUE ZERO.
       77 retenciones-decididas PIC 9(08) VALUE ZERO.

      * Lineas del lote en MARGAUD: las del posteo, las de reversos
      * anteriores y, por diferencia, las que siguen vivas y se
      * compensan ahora (son las ultimas del posteo).
       77 auditoria-posteo PIC 9(08) VALUE ZERO.
       77 auditoria-reverso PIC 9(08) VALUE ZERO.
       77 auditoria-saltar PIC 9(08) VALUE ZERO.
       77 auditoria-vistas PIC 9(08) VALUE ZERO.
       77 auditoria-compensadas PIC 9(08) VALUE ZERO.
       77 monto-auditoria PIC S9(11)V99 VALUE ZERO.

       77 extracto-detalles PIC 9(08) VALUE ZERO.
       77 extracto-cola-conteo PIC 9(08) VALUE ZERO.

       77 gl-record-count PIC 9(08) VALUE ZERO.
       77 gl-hash-cost PIC S9(14)V99 VALUE ZERO.
       77 gl-hash-sell PIC S9(14)V99 VALUE ZERO.
       77 gl-hash-dif PIC S9(14)V99 VALUE ZERO.

       77 st-record-count PIC 9(08) VALUE ZERO.
       77 st-hash-sell PIC S9(14)V99 VALUE ZERO.

       77 sell-del-lote PIC S9(10)V99 VALUE ZERO.

       COPY BKUPREC.

       COPY GLEXTREC.

       COPY STOREXRC.

       COPY SECLOGRC.

       COPY PRICEIN.

       COPY AUDITREC.

       01 rev-heading-line.
           05 FILLER                   PIC X(30)
               VALUE " REVERSO DE LOTE POSTEADO -".
           05 rh-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(08) VALUE "  LOTE: ".
           05 rh-batch-id               PIC X(08).
           05 FILLER                   PIC X(12) VALUE "  OPERADOR: ".
           05 rh-operator-id            PIC X(08).

       01 rev-posting-line.
           05 FILLER                   PIC X(14)
               VALUE " POSTEADO EL ".
           05 rp-post-date              PIC 99/99/9999.
           05 FILLER                   PIC X(05) VALUE " POR ".
           05 rp-operator-id            PIC X(08).
           05 FILLER                   PIC X(19)
               VALUE "  ITEMS POSTEADOS: ".
           05 rp-record-count           PIC ZZZ,ZZ9.

       01 rev-column-line.
           05 FILLER                   PIC X(10) VALUE "ARCHIVO".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(18) VALUE "SELL DEL LOTE".
           05 FILLER                   PIC X(18) VALUE "SELL ANTERIOR".
           05 FILLER                   PIC X(30) VALUE "ACCION".

       01 rev-detail-line.
           05 rd-archivo                PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 rd-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 rd-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 rd-eff-date               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 rd-sell-lote              PIC --,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 rd-sell-anterior          PIC --,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 rd-accion                 PIC X(34).

       01 rev-total-line-1.
           05 FILLER                   PIC X(20)
               VALUE "IMAGENES LEIDAS: ".
           05 rt-leidas                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(26)
               VALUE "  REPETIDAS DESCARTADAS: ".
           05 rt-repetidas              PIC ZZ,ZZZ,ZZ9.

       01 rev-total-line-2.
           05 FILLER                   PIC X(24)
               VALUE "ITEMMAST RESTAURADOS: ".
           05 rt-maestro-rest           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  ELIMINADOS: ".
           05 rt-maestro-elim           PIC ZZ,ZZZ,ZZ9.

       01 rev-total-line-3.
           05 FILLER                   PIC X(24)
               VALUE "MARGCURR RESTAURADOS: ".
           05 rt-vigente-rest           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  ELIMINADOS: ".
           05 rt-vigente-elim           PIC ZZ,ZZZ,ZZ9.

       01 rev-total-line-4.
           05 FILLER                   PIC X(28)
               VALUE "DETALLES GL REVERSADOS: ".
           05 rt-gl-detalles            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(28)
               VALUE "  PRECIOS REENVIADOS: ".
           05 rt-st-detalles            PIC ZZ,ZZZ,ZZ9.

       01 rev-total-line-5.
           05 FILLER                   PIC X(24)
               VALUE "MARGPEND RESTAURADOS: ".
           05 rt-diferidos-rest         PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  ANULADOS: ".
           05 rt-diferidos-anul         PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(28)
               VALUE "  DEVUELTAS A MARGRCYC: ".
           05 rt-recicladas             PIC ZZ,ZZZ,ZZ9.

       01 rev-total-line-6.
           05 FILLER                   PIC X(28)
               VALUE "RETENCIONES CANCELADAS: ".
           05 rt-ret-canceladas         PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(28)
               VALUE "  YA DECIDIDAS A REVISAR: ".
           05 rt-ret-decididas          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(28)
               VALUE "  LINEAS MARGAUD COMPENS.: ".
           05 rt-auditoria              PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-FILE-ID
                                SR-ITEM-CODE
                                SR-ZONE-CODE
                                SR-EFF-DATE
               WITH DUPLICATES IN ORDER
               USING BEFORE-IMAGE-FILE
               OUTPUT PROCEDURE IS 4000-APPLY-IMAGES
                   THRU 4000-EXIT.
           PERFORM 5000-REVERSE-GL-EXTRACT
               THRU 5000-EXIT.
           PERFORM 6000-CANCEL-HOLDS
               THRU 6000-EXIT.
           PERFORM 7000-OFFSET-AUDIT-LOG
               THRU 7000-EXIT.
           PERFORM 8000-REQUEUE-RECYCLE
               THRU 8000-EXIT.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

      * Todo se verifica antes de tocar el maestro: tarjeta, lote
      * posteado y ultimo en MARGRUNS, imagen previa presente y
      * extracto contable completo. Cualquier falla termina con
      * codigo 16 sin haber cambiado nada.
       1000-INITIALIZE.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT run-time FROM TIME.
           PERFORM 1250-VALIDATE-OPERATOR
               THRU 1250-EXIT.
           PERFORM 1300-CHECK-RUN-REGISTRY
               THRU 1300-EXIT.
           PERFORM 1500-BUILD-FILE-NAMES
               THRU 1500-EXIT.
           OPEN INPUT BEFORE-IMAGE-FILE.
           IF NOT before-image-ok
               DISPLAY " El lote " batch-id-reverso " no tiene "
                   "imagen previa " nombre-imagen ", status: "
                   before-image-status "; no se puede reversar."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BEFORE-IMAGE-FILE.
           PERFORM 1600-VERIFY-GL-EXTRACT
               THRU 1600-EXIT.
           OPEN I-O ITEM-MASTER-FILE.
           IF NOT item-master-ok
               DISPLAY " No se pudo abrir ITEMMAST, status: "
                   item-master-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CURRENT-MARGIN-FILE.
           IF NOT current-margin-ok
               DISPLAY " No se pudo abrir MARGCURR, status: "
                   current-margin-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-FILE.
           IF pending-file-ok
               SET pendientes-disponible TO TRUE
           ELSE
               IF NOT pending-file-no-existe
                   DISPLAY " No se pudo abrir MARGPEND, status: "
                       pending-file-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RECYCLE-WORK-FILE.
           IF NOT recycle-work-ok
               DISPLAY " No se pudo abrir " nombre-reciclaje
                   " status: " recycle-work-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STORE-REVERSAL-FILE.
           IF NOT store-reversal-ok
               DISPLAY " No se pudo abrir " nombre-reverso-st
                   " status: " store-reversal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           IF NOT reversal-report-ok
               DISPLAY " No se pudo abrir " nombre-reporte
                   " status: " reversal-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO rh-run-date.
           MOVE batch-id-reverso TO rh-batch-id.
           MOVE operador-id TO rh-operator-id.
           WRITE REVERSAL-REPORT-RECORD FROM rev-heading-line.
           MOVE lote-post-date TO rp-post-date.
           MOVE lote-operator-id TO rp-operator-id.
           MOVE lote-record-count TO rp-record-count.
           WRITE REVERSAL-REPORT-RECORD FROM rev-posting-line.
           WRITE REVERSAL-REPORT-RECORD FROM rev-column-line.
           MOVE run-date TO SX-H-RUN-DATE.
           MOVE run-time TO SX-H-RUN-TIME.
           MOVE batch-id-reverso TO SX-H-BATCH-ID.
           WRITE STORE-REVERSAL-RECORD FROM STORE-EXTRACT-HEADER.
       1000-EXIT.
           EXIT.

       1200-READ-PARM-CARD.
           OPEN INPUT REV-PARM-FILE.
           IF NOT rev-parm-ok
               DISPLAY " No hay tarjeta REVPARM con el lote a "
                   "reversar; no se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ REV-PARM-FILE
               AT END
                   DISPLAY " Tarjeta REVPARM vacia; no se reversa "
                       "nada."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RV-BATCH-ID = SPACES
               DISPLAY " La tarjeta REVPARM no trae identificador "
                   "de lote; no se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RV-OPERATOR-ID = SPACES
               DISPLAY " La tarjeta REVPARM no trae operador; no "
                   "se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RV-BATCH-ID TO batch-id-reverso.
           MOVE RV-OPERATOR-ID TO operador-id.
           CLOSE REV-PARM-FILE.
       1200-EXIT.
           EXIT.

      * Quien reversa tiene que ser un usuario registrado, activo y
      * con rol de operador de batch en MARGUSER, igual que quien
      * postea; si no, no se toca nada y el rechazo queda en la
      * bitacora de seguridad.
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
           MOVE "MARGREVR" TO SL-PROGRAM-ID.
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
               SL-REASON-TEXT ". No se reversa nada.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1250-EXIT.
           EXIT.

      * El lote tiene que estar posteado, y ser el ultimo: un lote
      * posteado o en proceso con fecha/hora posterior tiene sus
      * posteos encima de los de este, y regrabar la imagen previa
      * pisaria lo suyo. Ese se reversa (o se termina) primero.
       1300-CHECK-RUN-REGISTRY.
           OPEN I-O RUN-REGISTRY-FILE.
           IF NOT run-registry-ok
               DISPLAY " No se pudo abrir MARGRUNS, status: "
                   run-registry-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE batch-id-reverso TO RG-BATCH-ID.
           READ RUN-REGISTRY-FILE
               KEY IS RG-BATCH-ID
               INVALID KEY
                   DISPLAY " El lote " batch-id-reverso " no figura "
                       "en MARGRUNS; no se reversa nada."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT RG-POSTEADO
               DISPLAY " El lote " batch-id-reverso " no esta "
                   "posteado (disposicion " RG-DISPOSITION
                   "); solo se reversa un lote posteado."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RG-POST-DATE TO lote-post-date.
           MOVE RG-POST-TIME TO lote-post-time.
           MOVE RG-OPERATOR-ID TO lote-operator-id.
           MOVE RG-RECORD-COUNT TO lote-record-count.
           SET hay-lote-posterior TO FALSE.
           SET fin-del-barrido TO FALSE.
           MOVE LOW-VALUES TO RG-BATCH-ID.
           START RUN-REGISTRY-FILE
               KEY IS NOT LESS THAN RG-BATCH-ID
               INVALID KEY
                   SET fin-del-barrido TO TRUE
           END-START.
           PERFORM 1310-SCAN-LATER-BATCH
               THRU 1310-EXIT
               UNTIL fin-del-barrido.
           IF hay-lote-posterior
               DISPLAY " El lote " lote-posterior-id " se posteo "
                   "despues del lote " batch-id-reverso
                   "; reverse primero ese lote. No se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

       1310-SCAN-LATER-BATCH.
           READ RUN-REGISTRY-FILE NEXT
               AT END
                   SET fin-del-barrido TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF RG-BATCH-ID = batch-id-reverso
               GO TO 1310-EXIT
           END-IF.
           IF NOT RG-POSTEADO AND NOT RG-EN-PROCESO
               GO TO 1310-EXIT
           END-IF.
           IF RG-POST-DATE > lote-post-date OR
                   (RG-POST-DATE = lote-post-date AND
                    RG-POST-TIME > lote-post-time)
               SET hay-lote-posterior TO TRUE
               MOVE RG-BATCH-ID TO lote-posterior-id
               SET fin-del-barrido TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

       1500-BUILD-FILE-NAMES.
           MOVE SPACES TO nombre-imagen.
           STRING "MARGBKUP-" DELIMITED BY SIZE
               batch-id-reverso DELIMITED BY SPACE
               INTO nombre-imagen.
           MOVE SPACES TO nombre-extracto.
           STRING "MARGGLEX-" DELIMITED BY SIZE
               batch-id-reverso DELIMITED BY SPACE
               INTO nombre-extracto.
           MOVE SPACES TO nombre-reverso-gl.
           STRING "MARGGLRV-" DELIMITED BY SIZE
               batch-id-reverso DELIMITED BY SPACE
               INTO nombre-reverso-gl.
           MOVE SPACES TO nombre-reverso-st.
           STRING "MARGSTRV-" DELIMITED BY SIZE
               batch-id-reverso DELIMITED BY SPACE
               INTO nombre-reverso-st.
           MOVE SPACES TO nombre-reporte.
           STRING "MARGREVR-" DELIMITED BY SIZE
               batch-id-reverso DELIMITED BY SPACE
               INTO nombre-reporte.
           MOVE SPACES TO nombre-reciclaje.
           STRING "MARGRVRC-" DELIMITED BY SIZE
               batch-id-reverso DELIMITED BY SPACE
               INTO nombre-reciclaje.
       1500-EXIT.
           EXIT.

      * El extracto contable del lote tiene que estar entero (cola
      * presente y conteo cuadrado) para que su reverso compense
      * exactamente lo que la interfaz contable recibio.
       1600-VERIFY-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT gl-extract-ok
               DISPLAY " No se pudo abrir " nombre-extracto
                   " status: " gl-extract-status
                   "; no se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO extracto-detalles.
           SET hay-cola-extracto TO FALSE.
           SET fin-del-extracto TO FALSE.
           PERFORM 1610-COUNT-GL-RECORD
               THRU 1610-EXIT
               UNTIL fin-del-extracto.
           CLOSE GL-EXTRACT-FILE.
           IF NOT hay-cola-extracto
               DISPLAY " " nombre-extracto " no tiene cola; el "
                   "extracto esta incompleto. No se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF extracto-detalles NOT = extracto-cola-conteo
               DISPLAY " " nombre-extracto " trae "
                   extracto-detalles " detalles y su cola dice "
                   extracto-cola-conteo ". No se reversa nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1600-EXIT.
           EXIT.

       1610-COUNT-GL-RECORD.
           READ GL-EXTRACT-FILE
               AT END
                   SET fin-del-extracto TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           IF GL-RECORD-TYPE = "DT"
               ADD 1 TO extracto-detalles
           END-IF.
           IF GL-RECORD-TYPE = "TR"
               MOVE GL-EXTRACT-RECORD TO GL-EXTRACT-TRAILER
               MOVE GX-T-RECORD-COUNT TO extracto-cola-conteo
               SET hay-cola-extracto TO TRUE
           END-IF.
       1610-EXIT.
           EXIT.

      * Las imagenes vienen ordenadas por archivo y llave, y dentro
      * de la misma llave en el orden en que se grabaron; solo la
      * primera de cada llave es el estado anterior al lote. Las
      * transacciones del reciclaje ('R') no son imagenes de un
      * registro: cada una se devuelve a MARGRCYC, salvo la copia
      * repetida que deja un restart.
       4000-APPLY-IMAGES.
           MOVE LOW-VALUES TO llave-anterior.
           SET fin-de-imagenes TO FALSE.
           PERFORM 4100-RETURN-IMAGE
               THRU 4100-EXIT
               UNTIL fin-de-imagenes.
       4000-EXIT.
           EXIT.

       4100-RETURN-IMAGE.
           RETURN SORT-FILE INTO BEFORE-IMAGE-RECORD
               AT END
                   SET fin-de-imagenes TO TRUE
                   GO TO 4100-EXIT
           END-RETURN.
           ADD 1 TO imagenes-leidas.
           IF BK-ES-RECICLADA
               PERFORM 4600-REQUEUE-IMAGE
                   THRU 4600-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE BK-FILE-ID TO lc-file-id.
           MOVE BK-ITEM-CODE TO lc-item-code.
           MOVE BK-ZONE-CODE TO lc-zone-code.
           MOVE BK-EFF-DATE TO lc-eff-date.
           IF llave-actual = llave-anterior
               ADD 1 TO imagenes-repetidas
               GO TO 4100-EXIT
           END-IF.
           MOVE llave-actual TO llave-anterior.
           IF BK-ES-MAESTRO
               PERFORM 4200-RESTORE-MASTER
                   THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF BK-ES-DIFERIDO
               PERFORM 4500-RESTORE-PENDING
                   THRU 4500-EXIT
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4300-RESTORE-CURRENT
               THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4200-RESTORE-MASTER.
           MOVE "ITEMMAST" TO rd-archivo.
           MOVE BK-ITEM-CODE TO rd-item-code.
           MOVE BK-ZONE-CODE TO rd-zone-code.
           MOVE BK-EFF-DATE TO rd-eff-date.
           MOVE BK-ITEM-CODE TO IM-ITEM-CODE.
           MOVE BK-ZONE-CODE TO IM-ZONE-CODE.
           MOVE BK-EFF-DATE TO IM-EFF-DATE.
           MOVE ZERO TO sell-del-lote.
           READ ITEM-MASTER-FILE
               KEY IS IM-KEY
               INVALID KEY
                   MOVE ZERO TO IM-SELL
           END-READ.
           IF item-master-ok
               MOVE IM-SELL TO sell-del-lote
           END-IF.
           MOVE sell-del-lote TO rd-sell-lote.
           IF BK-EXISTIA
               MOVE BK-IMAGE TO ITEM-MARGIN-RECORD
               MOVE IM-SELL TO rd-sell-anterior
               WRITE ITEM-MARGIN-RECORD
                   INVALID KEY
                       REWRITE ITEM-MARGIN-RECORD
               END-WRITE
               MOVE "REGISTRO ANTERIOR RESTAURADO" TO rd-accion
               ADD 1 TO maestro-restaurados
           ELSE
               MOVE ZERO TO rd-sell-anterior
               MOVE "CREADO POR EL LOTE: ELIMINADO" TO rd-accion
               DELETE ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "CREADO POR EL LOTE: YA NO EXISTIA"
                           TO rd-accion
               END-DELETE
               ADD 1 TO maestro-eliminados
           END-IF.
           WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line.
       4200-EXIT.
           EXIT.

      * El margen vigente se regraba como era y su SELL anterior se
      * reenvia a las tiendas. Un item que el lote dio de alta no
      * tenia precio anterior que reenviar: se borra de MARGCURR y
      * el reporte lo senala para retirarlo en las tiendas.
       4300-RESTORE-CURRENT.
           MOVE "MARGCURR" TO rd-archivo.
           MOVE BK-ITEM-CODE TO rd-item-code.
           MOVE BK-ZONE-CODE TO rd-zone-code.
           MOVE BK-ITEM-CODE TO CM-ITEM-CODE.
           MOVE BK-ZONE-CODE TO CM-ZONE-CODE.
           MOVE ZERO TO sell-del-lote.
           MOVE ZERO TO rd-eff-date.
           READ CURRENT-MARGIN-FILE
               KEY IS CM-KEY
               INVALID KEY
                   MOVE ZERO TO CM-SELL
           END-READ.
           IF current-margin-ok
               MOVE CM-SELL TO sell-del-lote
           END-IF.
           MOVE sell-del-lote TO rd-sell-lote.
           IF BK-EXISTIA
               MOVE BK-IMAGE TO CURRENT-MARGIN-RECORD
               MOVE CM-EFF-DATE TO rd-eff-date
               MOVE CM-SELL TO rd-sell-anterior
               WRITE CURRENT-MARGIN-RECORD
                   INVALID KEY
                       REWRITE CURRENT-MARGIN-RECORD
               END-WRITE
               PERFORM 4400-WRITE-STORE-DETAIL
                   THRU 4400-EXIT
               MOVE "RESTAURADO Y REENVIADO A TIENDAS" TO rd-accion
               ADD 1 TO vigente-restaurados
           ELSE
               MOVE ZERO TO rd-sell-anterior
               MOVE "ITEM NUEVO: RETIRAR EN TIENDAS" TO rd-accion
               DELETE CURRENT-MARGIN-FILE
                   INVALID KEY
                       MOVE "ITEM NUEVO: YA NO EXISTIA" TO rd-accion
               END-DELETE
               ADD 1 TO vigente-eliminados
           END-IF.
           WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line.
       4300-EXIT.
           EXIT.

       4400-WRITE-STORE-DETAIL.
           MOVE CM-ITEM-CODE TO SX-D-ITEM-CODE.
           MOVE CM-ITEM-DESC TO SX-D-ITEM-DESC.
           MOVE CM-CATEGORY-CODE TO SX-D-CATEGORY-CODE.
           MOVE CM-CURRENCY-CODE TO SX-D-CURRENCY-CODE.
           MOVE CM-SELL TO SX-D-SELL.
           MOVE CM-ZONE-CODE TO SX-D-ZONE-CODE.
           MOVE CM-EFF-DATE TO SX-D-EFF-DATE.
           IF CM-IS-MARKDOWN
               MOVE "Y" TO SX-D-MARKDOWN-SW
           ELSE
               MOVE "N" TO SX-D-MARKDOWN-SW
           END-IF.
           WRITE STORE-REVERSAL-RECORD FROM STORE-EXTRACT-DETAIL.
           ADD 1 TO st-record-count.
           ADD CM-SELL TO st-hash-sell.
       4400-EXIT.
           EXIT.

      * Un precio futuro que el lote difirio se anula; si pisaba uno
      * que otro lote ya habia diferido con la misma llave, ese
      * vuelve como era. Si MARGRLSE ya lo libero, su transaccion
      * esta en el reciclaje y el reporte lo senala.
       4500-RESTORE-PENDING.
           MOVE "MARGPEND" TO rd-archivo.
           MOVE BK-ITEM-CODE TO rd-item-code.
           MOVE BK-ZONE-CODE TO rd-zone-code.
           MOVE BK-EFF-DATE TO rd-eff-date.
           MOVE ZERO TO sell-del-lote.
           MOVE ZERO TO rd-sell-anterior.
           IF NOT pendientes-disponible
               MOVE ZERO TO rd-sell-lote
               MOVE "MARGPEND NO DISPONIBLE: REVISAR" TO rd-accion
               WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line
               GO TO 4500-EXIT
           END-IF.
           MOVE BK-EFF-DATE TO PD-EFF-DATE.
           MOVE BK-ITEM-CODE TO PD-ITEM-CODE.
           MOVE BK-ZONE-CODE TO PD-ZONE-CODE.
           READ PENDING-FILE
               KEY IS PD-KEY
               INVALID KEY
                   MOVE ZERO TO PD-SELL
           END-READ.
           IF pending-file-ok
               MOVE PD-SELL TO sell-del-lote
           END-IF.
           MOVE sell-del-lote TO rd-sell-lote.
           IF BK-EXISTIA
               MOVE BK-IMAGE TO PENDING-PRICE-RECORD
               MOVE PD-SELL TO rd-sell-anterior
               WRITE PENDING-PRICE-RECORD
                   INVALID KEY
                       REWRITE PENDING-PRICE-RECORD
               END-WRITE
               MOVE "DIFERIDO ANTERIOR RESTAURADO" TO rd-accion
               ADD 1 TO diferidos-restaurados
           ELSE
               MOVE "DIFERIDO DEL LOTE: ANULADO" TO rd-accion
               DELETE PENDING-FILE
                   INVALID KEY
                       MOVE "DIFERIDO YA LIBERADO: VER MARGRCYC"
                           TO rd-accion
               END-DELETE
               ADD 1 TO diferidos-anulados
           END-IF.
           WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line.
       4500-EXIT.
           EXIT.

      * La transaccion del reciclaje va tal cual llego (aprobacion,
      * motivo y marcas incluidas) al archivo de trabajo, que
      * 8000-REQUEUE-RECYCLE pasa a MARGRCYC.
       4600-REQUEUE-IMAGE.
           IF BEFORE-IMAGE-RECORD = reciclada-anterior
               ADD 1 TO imagenes-repetidas
               GO TO 4600-EXIT
           END-IF.
           MOVE BEFORE-IMAGE-RECORD TO reciclada-anterior.
           MOVE BK-IMAGE TO PRICE-TRANS-RECORD.
           WRITE RECYCLE-WORK-RECORD FROM PRICE-TRANS-RECORD.
           ADD 1 TO recicladas-devueltas.
           MOVE "MARGRCYC" TO rd-archivo.
           MOVE PT-ITEM-CODE TO rd-item-code.
           MOVE PT-ZONE-CODE TO rd-zone-code.
           MOVE PT-EFF-DATE TO rd-eff-date.
           MOVE PT-SELL TO rd-sell-lote.
           MOVE ZERO TO rd-sell-anterior.
           MOVE "RECICLADA: DEVUELTA A MARGRCYC" TO rd-accion.
           WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line.
       4600-EXIT.
           EXIT.

      * El reverso contable repite cada detalle del extracto del
      * lote con COST, SELL, DIF y DIF en moneda base en signo
      * contrario; la cabecera lleva la fecha, hora y operador del
      * reverso, y la cola se recalcula sobre lo escrito.
       5000-REVERSE-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT gl-extract-ok
               DISPLAY " No se pudo reabrir " nombre-extracto
                   " status: " gl-extract-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-REVERSAL-FILE.
           IF NOT gl-reversal-ok
               DISPLAY " No se pudo abrir " nombre-reverso-gl
                   " status: " gl-reversal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-del-extracto TO FALSE.
           PERFORM 5100-REVERSE-GL-RECORD
               THRU 5100-EXIT
               UNTIL fin-del-extracto.
           MOVE gl-record-count TO GX-T-RECORD-COUNT.
           MOVE gl-hash-cost TO GX-T-HASH-COST.
           MOVE gl-hash-sell TO GX-T-HASH-SELL.
           MOVE gl-hash-dif TO GX-T-HASH-DIF.
           WRITE GL-REVERSAL-RECORD FROM GL-EXTRACT-TRAILER.
           CLOSE GL-EXTRACT-FILE.
           CLOSE GL-REVERSAL-FILE.
       5000-EXIT.
           EXIT.

       5100-REVERSE-GL-RECORD.
           READ GL-EXTRACT-FILE
               AT END
                   SET fin-del-extracto TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF GL-RECORD-TYPE = "HD"
               MOVE GL-EXTRACT-RECORD TO GL-EXTRACT-HEADER
               MOVE run-date TO GX-H-RUN-DATE
               MOVE run-time TO GX-H-RUN-TIME
               MOVE operador-id TO GX-H-OPERATOR-ID
               WRITE GL-REVERSAL-RECORD FROM GL-EXTRACT-HEADER
               GO TO 5100-EXIT
           END-IF.
           IF GL-RECORD-TYPE NOT = "DT"
               GO TO 5100-EXIT
           END-IF.
           MOVE GL-EXTRACT-RECORD TO GL-EXTRACT-DETAIL.
           SUBTRACT GX-D-COST FROM ZERO GIVING GX-D-COST.
           SUBTRACT GX-D-SELL FROM ZERO GIVING GX-D-SELL.
           SUBTRACT GX-D-DIF FROM ZERO GIVING GX-D-DIF.
           SUBTRACT GX-D-DIF-BASE FROM ZERO GIVING GX-D-DIF-BASE.
           WRITE GL-REVERSAL-RECORD FROM GL-EXTRACT-DETAIL.
           ADD 1 TO gl-record-count.
           ADD GX-D-COST TO gl-hash-cost.
           ADD GX-D-SELL TO gl-hash-sell.
           ADD GX-D-DIF TO gl-hash-dif.
       5100-EXIT.
           EXIT.

      * Las retenciones que el lote dejo pendientes se rechazan con
      * motivo REV: su precio ya no corresponde a nada posteado y un
      * supervisor no debe aprobarlas. Una retencion del lote ya
      * aprobada o contrapropuesta tiene su transaccion esperando en
      * MARGRCYC; no se toca, pero se lista para que operaciones la
      * retire antes de la proxima corrida.
       6000-CANCEL-HOLDS.
           OPEN I-O HOLD-FILE.
           IF hold-file-no-existe
               GO TO 6000-EXIT
           END-IF.
           IF NOT hold-file-ok
               DISPLAY " No se pudo abrir MARGHOLD, status: "
                   hold-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-retenciones TO FALSE.
           MOVE LOW-VALUES TO HD-KEY.
           START HOLD-FILE
               KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   SET fin-de-retenciones TO TRUE
           END-START.
           PERFORM 6100-CANCEL-HOLD-RECORD
               THRU 6100-EXIT
               UNTIL fin-de-retenciones.
           CLOSE HOLD-FILE.
       6000-EXIT.
           EXIT.

       6100-CANCEL-HOLD-RECORD.
           READ HOLD-FILE NEXT
               AT END
                   SET fin-de-retenciones TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF HD-BATCH-ID NOT = batch-id-reverso
               GO TO 6100-EXIT
           END-IF.
           IF HD-RECHAZADA
               GO TO 6100-EXIT
           END-IF.
           MOVE "MARGHOLD" TO rd-archivo.
           MOVE HD-ITEM-CODE TO rd-item-code.
           MOVE HD-ZONE-CODE TO rd-zone-code.
           MOVE HD-EFF-DATE TO rd-eff-date.
           MOVE HD-SELL TO rd-sell-lote.
           MOVE ZERO TO rd-sell-anterior.
           IF HD-APROBADA
               MOVE "APROBADA: RETIRAR DE MARGRCYC" TO rd-accion
               ADD 1 TO retenciones-decididas
               WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line
               GO TO 6100-EXIT
           END-IF.
           IF HD-CONTRAPROPUESTA
               MOVE "CONTRAPROP.: RETIRAR DE MARGRCYC" TO rd-accion
               ADD 1 TO retenciones-decididas
               WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line
               GO TO 6100-EXIT
           END-IF.
           SET HD-RECHAZADA TO TRUE.
           MOVE "REV" TO HD-REASON-CODE.
           MOVE operador-id TO HD-APPROVER-ID.
           MOVE run-date TO HD-DECISION-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY " No se pudo cancelar la retencion "
                       HD-ITEM-CODE " status: " hold-file-status
           END-REWRITE.
           MOVE "RETENCION DEL LOTE CANCELADA" TO rd-accion.
           ADD 1 TO retenciones-canceladas.
           WRITE REVERSAL-REPORT-RECORD FROM rev-detail-line.
       6100-EXIT.
           EXIT.

      * MARGAUD guarda todas las lineas de cada posteo del lote; un
      * lote reversado y reposteado trae las de los dos. Las que
      * siguen vivas son las ultimas del posteo: tantas como lineas
      * de posteo menos lineas de reverso ya grabadas. Cada una se
      * compensa con una linea igual, montos en signo contrario y
      * marca 'R', fechada con la corrida y el operador del reverso.
      * Las compensaciones se juntan en MARGAUDW y se agregan al
      * final de MARGAUD; como se cuentan contra los reversos ya
      * grabados, correr el reverso de nuevo no las duplica.
       7000-OFFSET-AUDIT-LOG.
           MOVE ZERO TO auditoria-posteo.
           MOVE ZERO TO auditoria-reverso.
           OPEN INPUT AUDIT-LOG-FILE.
           IF audit-log-no-existe
               GO TO 7000-EXIT
           END-IF.
           IF NOT audit-log-ok
               DISPLAY " No se pudo abrir MARGAUD, status: "
                   audit-log-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-auditoria TO FALSE.
           PERFORM 7100-COUNT-AUDIT-LINE
               THRU 7100-EXIT
               UNTIL fin-de-auditoria.
           CLOSE AUDIT-LOG-FILE.
           IF auditoria-reverso NOT < auditoria-posteo
               GO TO 7000-EXIT
           END-IF.
           MOVE auditoria-reverso TO auditoria-saltar.
           MOVE ZERO TO auditoria-vistas.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN OUTPUT AUDIT-WORK-FILE.
           IF NOT audit-work-ok
               DISPLAY " No se pudo abrir MARGAUDW, status: "
                   audit-work-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-auditoria TO FALSE.
           PERFORM 7200-OFFSET-AUDIT-LINE
               THRU 7200-EXIT
               UNTIL fin-de-auditoria.
           CLOSE AUDIT-LOG-FILE.
           CLOSE AUDIT-WORK-FILE.
           OPEN INPUT AUDIT-WORK-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT audit-log-ok
               DISPLAY " No se pudo extender MARGAUD, status: "
                   audit-log-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-auditoria TO FALSE.
           PERFORM 7300-APPEND-AUDIT-LINE
               THRU 7300-EXIT
               UNTIL fin-de-auditoria.
           CLOSE AUDIT-WORK-FILE.
           CLOSE AUDIT-LOG-FILE.
       7000-EXIT.
           EXIT.

       7100-COUNT-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-LINE
               AT END
                   SET fin-de-auditoria TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           IF AL-BATCH-ID NOT = batch-id-reverso
               GO TO 7100-EXIT
           END-IF.
           IF AL-ES-REVERSO
               ADD 1 TO auditoria-reverso
           ELSE
               ADD 1 TO auditoria-posteo
           END-IF.
       7100-EXIT.
           EXIT.

       7200-OFFSET-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-LINE
               AT END
                   SET fin-de-auditoria TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           IF AL-BATCH-ID NOT = batch-id-reverso OR AL-ES-REVERSO
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO auditoria-vistas.
           IF auditoria-vistas NOT > auditoria-saltar
               GO TO 7200-EXIT
           END-IF.
           MOVE run-date TO AL-RUN-DATE.
           MOVE run-time TO AL-RUN-TIME.
           MOVE operador-id TO AL-OPERATOR-ID.
           MOVE "MARGREVR" TO AL-TERMINAL-ID.
           MOVE AL-COST TO monto-auditoria.
           SUBTRACT monto-auditoria FROM ZERO GIVING monto-auditoria.
           MOVE monto-auditoria TO AL-COST.
           MOVE AL-SELL TO monto-auditoria.
           SUBTRACT monto-auditoria FROM ZERO GIVING monto-auditoria.
           MOVE monto-auditoria TO AL-SELL.
           MOVE AL-MAR TO monto-auditoria.
           SUBTRACT monto-auditoria FROM ZERO GIVING monto-auditoria.
           MOVE monto-auditoria TO AL-MAR.
           MOVE AL-AJUS TO monto-auditoria.
           SUBTRACT monto-auditoria FROM ZERO GIVING monto-auditoria.
           MOVE monto-auditoria TO AL-AJUS.
           MOVE AL-DIF TO monto-auditoria.
           SUBTRACT monto-auditoria FROM ZERO GIVING monto-auditoria.
           MOVE monto-auditoria TO AL-DIF.
           SET AL-ES-REVERSO TO TRUE.
           WRITE AUDIT-WORK-RECORD FROM AUDIT-LOG-LINE.
       7200-EXIT.
           EXIT.

       7300-APPEND-AUDIT-LINE.
           READ AUDIT-WORK-FILE
               AT END
                   SET fin-de-auditoria TO TRUE
                   GO TO 7300-EXIT
           END-READ.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-WORK-RECORD.
           ADD 1 TO auditoria-compensadas.
       7300-EXIT.
           EXIT.

      * Lo que la corrida saco del reciclaje vuelve al final de
      * MARGRCYC, como lo agregan MARGFIX, MARGAPPR y MARGRLSE: la
      * posicion de lo que ya estaba no cambia, asi que el restart
      * pendiente de otro lote sigue saltando lo mismo. Se hace
      * junto antes de asentar el reverso en MARGRUNS.
       8000-REQUEUE-RECYCLE.
           CLOSE RECYCLE-WORK-FILE.
           IF recicladas-devueltas = ZERO
               GO TO 8000-EXIT
           END-IF.
           OPEN EXTEND RECYCLE-FILE.
           IF recycle-file-no-existe
               OPEN OUTPUT RECYCLE-FILE
               CLOSE RECYCLE-FILE
               OPEN EXTEND RECYCLE-FILE
           END-IF.
           IF NOT recycle-file-ok
               DISPLAY " No se pudo abrir MARGRCYC, status: "
                   recycle-file-status "; las transacciones a "
                   "devolver quedan en " nombre-reciclaje "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECYCLE-WORK-FILE.
           SET fin-de-imagenes TO FALSE.
           PERFORM 8100-REQUEUE-RECORD
               THRU 8100-EXIT
               UNTIL fin-de-imagenes.
           CLOSE RECYCLE-WORK-FILE.
           CLOSE RECYCLE-FILE.
       8000-EXIT.
           EXIT.

       8100-REQUEUE-RECORD.
           READ RECYCLE-WORK-FILE
               AT END
                   SET fin-de-imagenes TO TRUE
                   GO TO 8100-EXIT
           END-READ.
           WRITE RECYCLE-RECORD FROM RECYCLE-WORK-RECORD.
       8100-EXIT.
           EXIT.

      * El lote queda reversado en MARGRUNS con los datos de su
      * posteo intactos; el quien y cuando del reverso queda en el
      * reporte. MARGEN5 acepta de nuevo un lote reversado.
       9000-FINALIZE.
           MOVE st-record-count TO SX-T-RECORD-COUNT.
           MOVE st-hash-sell TO SX-T-HASH-SELL.
           WRITE STORE-REVERSAL-RECORD FROM STORE-EXTRACT-TRAILER.
           MOVE batch-id-reverso TO RG-BATCH-ID.
           READ RUN-REGISTRY-FILE
               KEY IS RG-BATCH-ID
               INVALID KEY
                   DISPLAY " No se pudo releer el lote "
                       batch-id-reverso " en MARGRUNS, status: "
                       run-registry-status
           END-READ.
           IF run-registry-ok
               SET RG-REVERSADO TO TRUE
               REWRITE RUN-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY " No se pudo asentar el reverso del "
                           "lote " batch-id-reverso " en MARGRUNS, "
                           "status: " run-registry-status
               END-REWRITE
           END-IF.
           MOVE imagenes-leidas TO rt-leidas.
           MOVE imagenes-repetidas TO rt-repetidas.
           WRITE REVERSAL-REPORT-RECORD FROM rev-total-line-1.
           MOVE maestro-restaurados TO rt-maestro-rest.
           MOVE maestro-eliminados TO rt-maestro-elim.
           WRITE REVERSAL-REPORT-RECORD FROM rev-total-line-2.
           MOVE vigente-restaurados TO rt-vigente-rest.
           MOVE vigente-eliminados TO rt-vigente-elim.
           WRITE REVERSAL-REPORT-RECORD FROM rev-total-line-3.
           MOVE gl-record-count TO rt-gl-detalles.
           MOVE st-record-count TO rt-st-detalles.
           WRITE REVERSAL-REPORT-RECORD FROM rev-total-line-4.
           MOVE diferidos-restaurados TO rt-diferidos-rest.
           MOVE diferidos-anulados TO rt-diferidos-anul.
           MOVE recicladas-devueltas TO rt-recicladas.
           WRITE REVERSAL-REPORT-RECORD FROM rev-total-line-5.
           MOVE retenciones-canceladas TO rt-ret-canceladas.
           MOVE retenciones-decididas TO rt-ret-decididas.
           MOVE auditoria-compensadas TO rt-auditoria.
           WRITE REVERSAL-REPORT-RECORD FROM rev-total-line-6.
           DISPLAY " Lote " batch-id-reverso " reversado: ITEMMAST "
               "restaurados " maestro-restaurados ", eliminados "
               maestro-eliminados "; MARGCURR restaurados "
               vigente-restaurados ", eliminados "
               vigente-eliminados ".".
           CLOSE RUN-REGISTRY-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE CURRENT-MARGIN-FILE.
           IF pendientes-disponible
               CLOSE PENDING-FILE
           END-IF.
           CLOSE STORE-REVERSAL-FILE.
           CLOSE REVERSAL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGREVR.
