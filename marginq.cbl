      *                    MARGHLDA por la depuracion MARGPRGE, para
      *                    cuando auditoria pregunta quien aprobo o
      *                    rechazo una retencion de hace tiempo.
      *   2026-10-15  CM  El historial y el margen vigente muestran
      *                    los posteos de promocion (inicio y
      *                    regreso al regular).
      *   2026-10-15  CM  Zonas de precio: el historial, el rastreo y
      *                    las retenciones archivadas muestran la zona
      *                    de cada registro, y la consulta del margen
      *                    vigente lista todas las zonas del item.
      *   2026-10-15  CM  Las retenciones contrapropuestas en MARGAPPR
      *                    se rotulan CONTRAPROP en el rastreo y en
      *                    las archivadas.
      *   2026-10-15  CM  Los archivos se leen con sus layouts nuevos:
      *                    ITEMARCH de 125 bytes, MARGHLDA de 176 (con
      *                    la zona, el lote, el operador y el precio
      *                    contrapropuesto de la retencion) y MARGEXC
      *                    de 215 (con la zona de precio).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGINQ.
               FILE STATUS IS hold-archive-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                  PIC X(125).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-FILE-RECORD           PIC X(215).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.

       FD  HOLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-ARCHIVE-RECORD             PIC X(176).

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       01 historia-linea.
           05 hl-item-code               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 hl-zone-code               PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 hl-eff-date                PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 hl-cost                    PIC --,---,---,--9.99.
           05 FILLER                    PIC X(11)
               VALUE "EXCEPCION".
           05 rx-eff-date                PIC 9(08).
           05 FILLER                    PIC X(05) VALUE "  ZN ".
           05 rx-zone-code               PIC X(02).
           05 FILLER                    PIC X(07) VALUE "  TIPO ".
           05 rx-type                    PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(11)
               VALUE "RETENCION".
           05 rr-eff-date                PIC 9(08).
           05 FILLER                    PIC X(05) VALUE "  ZN ".
           05 rr-zone-code               PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 rr-status                  PIC X(10).
           05 FILLER                    PIC X(12)
           05 FILLER                    PIC X(11)
               VALUE "DIFERIDO".
           05 rd-eff-date                PIC 9(08).
           05 FILLER                    PIC X(05) VALUE "  ZN ".
           05 rd-zone-code               PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 rd-estado                  PIC X(34).

           05 FILLER                    PIC X(11)
               VALUE "RECICLAJE".
           05 rc-eff-date                PIC 9(08).
           05 FILLER                    PIC X(05) VALUE "  ZN ".
           05 rc-zone-code               PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 rc-estado                  PIC X(34).

           05 FILLER                    PIC X(11)
               VALUE "POSTEADO".
           05 rp-eff-date                PIC 9(08).
           05 FILLER                    PIC X(05) VALUE "  ZN ".
           05 rp-zone-code               PIC X(02).
           05 FILLER                    PIC X(06) VALUE "  MAR ".
           05 rp-mar                     PIC --,---,---,--9.99.
           05 FILLER                    PIC X(07) VALUE "  AJUS ".
           SET se-encontro-historial TO FALSE.
           SET fin-historial TO FALSE.
           MOVE item-consulta TO IM-ITEM-CODE.
           MOVE LOW-VALUES TO IM-ZONE-CODE.
           MOVE ZERO TO IM-EFF-DATE.
           START ITEM-MASTER-FILE
               KEY IS NOT LESS THAN IM-KEY
               INVALID KEY

           IF NOT fin-historial
               DISPLAY " "
               DISPLAY "ITEM       ZN FECHA       COST      SELL"
                   "      MAR %    AJUS %     DIF      TIPO"
               PERFORM 3100-READ-AND-DISPLAY
                   THRU 3100-EXIT
               SET fin-historial TO TRUE
               GO TO 3100-EXIT
           END-IF.
      * El maestro viene por zona y dentro de ella por fecha: el
      * rango de fechas se filtra registro a registro, sin cortar
      * la lectura, para no perder las zonas siguientes.
           IF IM-EFF-DATE < fecha-desde OR IM-EFF-DATE > fecha-hasta
               GO TO 3100-EXIT
           END-IF.


       3600-DISPLAY-RECORD.
           MOVE IM-ITEM-CODE TO hl-item-code.
           MOVE IM-ZONE-CODE TO hl-zone-code.
           MOVE IM-EFF-DATE TO hl-eff-date.
           MOVE IM-COST TO hl-cost.
           MOVE IM-SELL TO hl-sell.
           ELSE
               MOVE "MARKUP" TO hl-markdown
           END-IF.
           IF IM-ES-PROMOCION
               MOVE "PROMOCION" TO hl-markdown
           END-IF.
           IF IM-ES-FIN-PROMOCION
               MOVE "FIN PROMO" TO hl-markdown
           END-IF.
           DISPLAY historia-linea.
       3600-EXIT.
           EXIT.
           SET se-encontro-historial TO FALSE.
           SET fin-historial TO FALSE.
           DISPLAY " ".
           DISPLAY "ITEM       ZN FECHA       COST      SELL"
               "      MAR %    AJUS %     DIF      TIPO".
           PERFORM 4100-READ-ARCHIVE
               THRU 4100-EXIT
           END-IF.
           ADD 1 TO total-rastros.
           MOVE EX-EFF-DATE TO rx-eff-date.
           MOVE EX-ZONE-CODE TO rx-zone-code.
           MOVE EX-TYPE TO rx-type.
           EVALUATE TRUE
               WHEN EX-DISP-PENDIENTE
           END-IF.
           SET fin-del-rastro TO FALSE.
           MOVE item-consulta TO HD-ITEM-CODE.
           MOVE LOW-VALUES TO HD-ZONE-CODE.
           MOVE ZERO TO HD-EFF-DATE.
           START HOLD-FILE
               KEY IS NOT LESS THAN HD-KEY
           END-IF.
           ADD 1 TO total-rastros.
           MOVE HD-EFF-DATE TO rr-eff-date.
           MOVE HD-ZONE-CODE TO rr-zone-code.
           EVALUATE TRUE
               WHEN HD-PENDIENTE
                   MOVE "PENDIENTE" TO rr-status
                   MOVE "APROBADA" TO rr-status
               WHEN HD-RECHAZADA
                   MOVE "RECHAZADA" TO rr-status
               WHEN HD-CONTRAPROPUESTA
                   MOVE "CONTRAPROP" TO rr-status
               WHEN OTHER
                   MOVE HD-STATUS TO rr-status
           END-EVALUATE.
           END-IF.
           ADD 1 TO total-rastros.
           MOVE PD-EFF-DATE TO rd-eff-date.
           MOVE PD-ZONE-CODE TO rd-zone-code.
           IF PD-EFF-DATE NOT > fecha-hoy
               MOVE "VIGENCIA YA PASO, FALTA MARGRLSE"
                   TO rd-estado
           END-IF.
           ADD 1 TO total-rastros.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO rc-eff-date.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO rc-zone-code.
           IF PT-APPROVED OF PRICE-TRANS-RECORD
               MOVE "APROBADO, ESPERA PROXIMA CORRIDA"
                   TO rc-estado
       5500-TRACE-MASTER.
           SET fin-del-rastro TO FALSE.
           MOVE item-consulta TO IM-ITEM-CODE.
           MOVE LOW-VALUES TO IM-ZONE-CODE.
           MOVE ZERO TO IM-EFF-DATE.
           START ITEM-MASTER-FILE
               KEY IS NOT LESS THAN IM-KEY
           END-IF.
           ADD 1 TO total-rastros.
           MOVE IM-EFF-DATE TO rp-eff-date.
           MOVE IM-ZONE-CODE TO rp-zone-code.
           MOVE IM-MAR TO rp-mar.
           MOVE IM-AJUS TO rp-ajus.
           IF IM-IS-MARKDOWN
           ELSE
               MOVE "MARKUP" TO rp-tipo
           END-IF.
           IF IM-ES-PROMOCION
               MOVE "PROMOCION" TO rp-tipo
           END-IF.
           IF IM-ES-FIN-PROMOCION
               MOVE "FIN PROMO" TO rp-tipo
           END-IF.
           DISPLAY rastro-posteado-linea.
       5510-EXIT.
           EXIT.

      * Consulta rapida: el margen vigente del item desde MARGCURR,
      * que MARGEN5 mantiene al postear, un registro por zona de
      * precio (la zona general primero). Para la tendencia completa
      * esta la consulta de historial de siempre.
       6000-INQUIRE-CURRENT.
           DISPLAY " Codigo de item a consultar: ".
           ACCEPT item-consulta.
                   "(se crea en la proxima corrida de posteo)."
               GO TO 6000-EXIT
           END-IF.
           SET se-encontro-historial TO FALSE.
           SET fin-historial TO FALSE.
           MOVE item-consulta TO CM-ITEM-CODE.
           MOVE LOW-VALUES TO CM-ZONE-CODE.
           START CURRENT-MARGIN-FILE
               KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   SET fin-historial TO TRUE
           END-START.
           PERFORM 6100-READ-CURRENT-ZONE
               THRU 6100-EXIT
               UNTIL fin-historial.
           IF NOT se-encontro-historial
               DISPLAY " El item " item-consulta
                   " no tiene margen vigente registrado."
           END-IF.
           CLOSE CURRENT-MARGIN-FILE.
       6000-EXIT.
           EXIT.

       6100-READ-CURRENT-ZONE.
           READ CURRENT-MARGIN-FILE NEXT
               AT END
                   SET fin-historial TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF CM-ITEM-CODE NOT = item-consulta
               SET fin-historial TO TRUE
               GO TO 6100-EXIT
           END-IF.
           SET se-encontro-historial TO TRUE.
           DISPLAY " ".
           DISPLAY " Item: " CM-ITEM-CODE
               "  Descripcion: " CM-ITEM-DESC.
           IF CM-ZONE-CODE = SPACES
               DISPLAY " Zona de precio: GENERAL"
           ELSE
               DISPLAY " Zona de precio: " CM-ZONE-CODE
           END-IF.
           DISPLAY " Categoria: " CM-CATEGORY-CODE
               "  Moneda: " CM-CURRENCY-CODE
               "  Vigente desde: " CM-EFF-DATE.
           ELSE
               DISPLAY " Tipo: MARKUP"
           END-IF.
           IF CM-ES-PROMOCION
               DISPLAY " Precio de promocion (MARGPROM)"
           END-IF.
       6100-EXIT.
           EXIT.

      * Retenciones que la depuracion MARGPRGE ya saco de la cola
           END-IF.
           SET se-encontro-historial TO TRUE.
           MOVE HD-EFF-DATE TO rr-eff-date.
           MOVE HD-ZONE-CODE TO rr-zone-code.
           EVALUATE TRUE
               WHEN HD-APROBADA
                   MOVE "APROBADA" TO rr-status
               WHEN HD-RECHAZADA
                   MOVE "RECHAZADA" TO rr-status
               WHEN HD-CONTRAPROPUESTA
                   MOVE "CONTRAPROP" TO rr-status
               WHEN OTHER
                   MOVE HD-STATUS TO rr-status
           END-EVALUATE.
