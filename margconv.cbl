      * Author: Cesar Marcano
      * Date: Septiembre 03 del 2026
      * Purpose: Conversion de una sola vez por la ampliacion de los
      *          layouts. Con las zonas de precio la zona entra en la
      *          llave de ITEMMAST y MARGCURR, que ademas llevan la
      *          marca de promocion (IM-PROMO-IND / CM-PROMO-IND), de
      *          122 a 125 bytes; en la de MARGHOLD, que ademas lleva
      *          el lote y el operador de la corrida que retuvo
      *          (HD-BATCH-ID / HD-OPERATOR-ID, para que MARGAPPR no
      *          deje aprobar a quien corrio el lote) y el precio
      *          contrapropuesto de MARGAPPR, de 146 a 176 bytes; y
      *          en la de MARGPEND, de 82 a 84 bytes.
      *          Contra un archivo fisico viejo, los programas con
      *          el layout nuevo reciben status 39 en el OPEN y
      *          abortan; y MARGHOLD carga retenciones pendientes
      *          vivas que no se pueden simplemente borrar.
      *          Este paso copia ITEMMAST, MARGCURR, MARGHOLD y
      *          MARGPEND a ITEMMSTN, MARGCURN, MARGHLDN y MARGPNDN
      *          con lo existente en la zona general (zona en
      *          blanco), sin marca de promocion, sin lote ni
      *          operador conocidos y sin contrapropuesta; los
      *          historicos ITEMARCH y MARGHLDA se reescriben a
      *          ITEMARCN y MARGHLAN de la misma forma. Los listados
      *          MARGEXC (212 a 215 bytes, con la zona de la
      *          transaccion) y MARGAUD (140 a 154, con el lote, la
      *          zona y la marca de linea de reverso) se reescriben
      *          a MARGEXCN y MARGAUDN con esos campos en blanco.
      *          Operaciones renombra cada archivo nuevo al viejo al
      *          cuadrar los conteos. Para MARGCKPT (208 a 210) solo
      *          se verifica que no queden corridas a medio camino:
      *          si esta vacio se desecha y el proximo posteo lo
      *          recrea; si no, primero hay que terminar esos
      *          restarts con los programas anteriores.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-03  CM  Version inicial: conversion de MARGHOLD a
      *                    MARGHLDN y verificacion de MARGCKPT.
      *   2026-10-15  CM  Conversion por las zonas de precio: MARGHOLD
      *                    y MARGHLDA de 146 a 176 bytes; ITEMMAST,
      *                    MARGCURR e ITEMARCH de 122 a 125; MARGPEND
      *                    de 82 a 84; MARGEXC de 212 a 215; MARGAUD
      *                    de 140 a 154. MARGCKPT (208 a 210) se
      *                    verifica vacio como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGCONV.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-RUN-ID
               FILE STATUS IS old-checkpoint-status.
           SELECT OLD-ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-KEY
               FILE STATUS IS old-master-status.
           SELECT NEW-ITEM-MASTER-FILE ASSIGN TO "ITEMMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS new-master-status.
           SELECT OLD-CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VV-ITEM-CODE
               FILE STATUS IS old-current-status.
           SELECT NEW-CURRENT-MARGIN-FILE ASSIGN TO "MARGCURN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS new-current-status.
           SELECT OLD-PENDING-FILE ASSIGN TO "MARGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS old-pending-status.
           SELECT NEW-PENDING-FILE ASSIGN TO "MARGPNDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS new-pending-status.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "ITEMARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-archive-status.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO "ITEMARCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-archive-status.
           SELECT OLD-HOLD-ARCHIVE-FILE ASSIGN TO "MARGHLDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-hold-archive-status.
           SELECT NEW-HOLD-ARCHIVE-FILE ASSIGN TO "MARGHLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-hold-archive-status.
           SELECT OLD-EXCEPTION-FILE ASSIGN TO "MARGEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-exception-status.
           SELECT NEW-EXCEPTION-FILE ASSIGN TO "MARGEXCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-exception-status.
           SELECT OLD-AUDIT-LOG-FILE ASSIGN TO "MARGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-audit-status.
           SELECT NEW-AUDIT-LOG-FILE ASSIGN TO "MARGAUDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-audit-status.
       DATA DIVISION.
       FILE SECTION.
      * Layout ANTERIOR de MARGHOLD (146 bytes, hasta la fecha de
      * ingreso): es el unico lugar donde sobrevive, para poder leer
      * el archivo fisico viejo.
       FD  OLD-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HOLD-RECORD.
           05  HV-REASON-CODE          PIC X(03).
           05  HV-APPROVER-ID          PIC X(08).
           05  HV-DECISION-DATE        PIC 9(08).
           05  HV-ENTRY-DATE           PIC 9(08).

       FD  NEW-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOLDREC.

      * Layout ANTERIOR de MARGCKPT (208 bytes), sin la zona de la
      * ultima llave; aqui solo se usa para contar lo pendiente.
       FD  OLD-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CHECKPOINT-RECORD.
           05  CV-GL-HASH-SELL          PIC S9(14)V99.
           05  CV-GL-HASH-DIF           PIC S9(14)V99.
           05  CV-TOTAL-DIFERIDOS       PIC 9(06).
           05  CV-ST-RECORD-COUNT       PIC 9(08).
           05  CV-ST-HASH-SELL          PIC S9(14)V99.

      * Layouts ANTERIORES de ITEMMAST y MARGCURR (122 bytes), sin
      * la zona de precio en la llave ni la marca de promocion. Se
      * pasan campo por campo porque la zona entra en medio del
      * registro.
       FD  OLD-ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-ITEM-MASTER-RECORD.
           05  MV-KEY.
               10  MV-ITEM-CODE        PIC X(10).
               10  MV-EFF-DATE         PIC 9(08).
           05  MV-ITEM-DESC            PIC X(20).
           05  MV-CATEGORY-CODE        PIC X(05).
           05  MV-CURRENCY-CODE        PIC X(03).
           05  MV-COST                 PIC S9(10)V99.
           05  MV-SELL                 PIC S9(10)V99.
           05  MV-MAR                  PIC S9(10)V99.
           05  MV-AJUS                 PIC S9(10)V99.
           05  MV-DIF                  PIC S9(10)V99.
           05  MV-DIF-BASE             PIC S9(10)V99.
           05  MV-MARKDOWN-SW          PIC X(01).
           05  MV-REASON-CODE          PIC X(03).

       FD  NEW-ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMMAST.

       FD  OLD-CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CURRENT-MARGIN-RECORD.
           05  VV-ITEM-CODE            PIC X(10).
           05  VV-EFF-DATE             PIC 9(08).
           05  VV-ITEM-DESC            PIC X(20).
           05  VV-CATEGORY-CODE        PIC X(05).
           05  VV-CURRENCY-CODE        PIC X(03).
           05  VV-COST                 PIC S9(10)V99.
           05  VV-SELL                 PIC S9(10)V99.
           05  VV-MAR                  PIC S9(10)V99.
           05  VV-AJUS                 PIC S9(10)V99.
           05  VV-DIF                  PIC S9(10)V99.
           05  VV-DIF-BASE             PIC S9(10)V99.
           05  VV-MARKDOWN-SW          PIC X(01).
           05  VV-REASON-CODE          PIC X(03).

       FD  NEW-CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

      * Layout ANTERIOR de MARGPEND (82 bytes), sin la zona de
      * precio.
       FD  OLD-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PENDING-RECORD.
           05  PV-KEY.
               10  PV-EFF-DATE         PIC 9(08).
               10  PV-ITEM-CODE        PIC X(10).
           05  PV-ITEM-DESC            PIC X(20).
           05  PV-CATEGORY-CODE        PIC X(05).
           05  PV-CURRENCY-CODE        PIC X(03).
           05  PV-COST                 PIC S9(10)V99.
           05  PV-SELL                 PIC S9(10)V99.
           05  PV-APPROVAL-IND         PIC X(01).
           05  PV-REASON-CODE          PIC X(03).
           05  PV-ENTRY-DATE           PIC 9(08).

       FD  NEW-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

      * Archivos historicos de ITEMARCH (registros de ITEMMAST) y
      * MARGHLDA (registros de MARGHOLD). En los dos la zona entra
      * justo despues del item y el resto del registro no cambio de
      * forma, asi que basta con partirlo en dos. Los registros
      * archivados son de 122 y 146 bytes; lo que les falta para
      * el layout nuevo (marca de promocion, lote y operador) se
      * completa con espacios al leerlos, como ya lo leen MARGARCH
      * y MARGINQ, y la contrapropuesta se graba en cero.
       FD  OLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-ARCHIVE-RECORD.
           05  AV-ITEM-CODE            PIC X(10).
           05  AV-RESTO                PIC X(113).

       FD  NEW-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-ARCHIVE-RECORD.
           05  AN-ITEM-CODE            PIC X(10).
           05  AN-ZONE-CODE            PIC X(02).
           05  AN-RESTO                PIC X(113).

       FD  OLD-HOLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HOLD-ARCHIVE-RECORD.
           05  RV-ITEM-CODE            PIC X(10).
           05  RV-RESTO                PIC X(152).

       FD  NEW-HOLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-HOLD-ARCHIVE-RECORD.
           05  RN-ITEM-CODE            PIC X(10).
           05  RN-ZONE-CODE            PIC X(02).
           05  RN-RESTO                PIC X(152).
           05  RN-PROPOSED-SELL        PIC S9(10)V99.

      * Listados MARGEXC (212 bytes) y MARGAUD (140 bytes): los
      * campos nuevos van al final del registro, asi que lo anterior
      * se copia entero y lo agregado queda en blanco. La linea de
      * MARGAUD se lee en 149 bytes: lo que falta, el lote, se
      * completa con espacios.
       FD  OLD-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-EXCEPTION-RECORD            PIC X(212).

       FD  NEW-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-EXCEPTION-RECORD.
           05  XN-RESTO                PIC X(212).
           05  FILLER                  PIC X(01).
           05  XN-ZONE-CODE            PIC X(02).

       FD  OLD-AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-AUDIT-LOG-RECORD            PIC X(149).

       FD  NEW-AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-AUDIT-LOG-RECORD.
           05  LN-RESTO                PIC X(149).
           05  FILLER                  PIC X(01).
           05  LN-ZONE-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  LN-LINE-TYPE            PIC X(01).

       WORKING-STORAGE SECTION.
       77 old-hold-status PIC X(02) VALUE "00".
           88 old-checkpoint-no-existe     VALUE "35".
           88 old-checkpoint-incompatible  VALUE "39".

       77 old-master-status PIC X(02) VALUE "00".
           88 old-master-ok                VALUE "00".
           88 old-master-no-existe         VALUE "35".
           88 old-master-incompatible      VALUE "39".

       77 new-master-status PIC X(02) VALUE "00".
           88 new-master-ok                VALUE "00".

       77 old-current-status PIC X(02) VALUE "00".
           88 old-current-ok               VALUE "00".
           88 old-current-no-existe        VALUE "35".
           88 old-current-incompatible     VALUE "39".

       77 new-current-status PIC X(02) VALUE "00".
           88 new-current-ok               VALUE "00".

       77 old-pending-status PIC X(02) VALUE "00".
           88 old-pending-ok               VALUE "00".
           88 old-pending-no-existe        VALUE "35".
           88 old-pending-incompatible     VALUE "39".

       77 new-pending-status PIC X(02) VALUE "00".
           88 new-pending-ok               VALUE "00".

       77 old-archive-status PIC X(02) VALUE "00".
           88 old-archive-ok               VALUE "00".
           88 old-archive-no-existe        VALUE "35".

       77 new-archive-status PIC X(02) VALUE "00".
           88 new-archive-ok               VALUE "00".

       77 old-hold-archive-status PIC X(02) VALUE "00".
           88 old-hold-archive-ok          VALUE "00".
           88 old-hold-archive-no-existe   VALUE "35".

       77 new-hold-archive-status PIC X(02) VALUE "00".
           88 new-hold-archive-ok          VALUE "00".

       77 old-exception-status PIC X(02) VALUE "00".
           88 old-exception-ok             VALUE "00".
           88 old-exception-no-existe      VALUE "35".

       77 new-exception-status PIC X(02) VALUE "00".
           88 new-exception-ok             VALUE "00".

       77 old-audit-status PIC X(02) VALUE "00".
           88 old-audit-ok                 VALUE "00".
           88 old-audit-no-existe          VALUE "35".

       77 new-audit-status PIC X(02) VALUE "00".
           88 new-audit-ok                 VALUE "00".

       77 fin-conversion-sw PIC X(01) VALUE "N".
           88 fin-de-la-conversion         VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 total-convertidos PIC 9(08) VALUE ZERO.
       77 total-pendientes-ckpt PIC 9(06) VALUE ZERO.
       77 total-maestro PIC 9(08) VALUE ZERO.
       77 total-vigentes PIC 9(08) VALUE ZERO.
       77 total-pendientes PIC 9(08) VALUE ZERO.
       77 total-archivados PIC 9(08) VALUE ZERO.
       77 total-retenciones-arch PIC 9(08) VALUE ZERO.
       77 total-excepciones PIC 9(08) VALUE ZERO.
       77 total-auditoria PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               THRU 1000-EXIT.
           PERFORM 2000-VERIFY-CHECKPOINT
               THRU 2000-EXIT.
           PERFORM 3000-CONVERT-ITEM-MASTER
               THRU 3000-EXIT.
           PERFORM 4000-CONVERT-CURRENT-MARGIN
               THRU 4000-EXIT.
           PERFORM 5000-CONVERT-PENDING
               THRU 5000-EXIT.
           PERFORM 6000-CONVERT-ARCHIVE
               THRU 6000-EXIT.
           PERFORM 7000-CONVERT-HOLD-ARCHIVE
               THRU 7000-EXIT.
           PERFORM 8000-CONVERT-EXCEPTIONS
               THRU 8000-EXIT.
           PERFORM 8500-CONVERT-AUDIT-LOG
               THRU 8500-EXIT.
           STOP RUN.

       1000-CONVERT-HOLD-FILE.
                   GO TO 1100-EXIT
           END-READ.
           MOVE HV-ITEM-CODE TO HD-ITEM-CODE.
           MOVE SPACES TO HD-ZONE-CODE.
           MOVE HV-EFF-DATE TO HD-EFF-DATE.
           MOVE HV-ITEM-DESC TO HD-ITEM-DESC.
           MOVE HV-CATEGORY-CODE TO HD-CATEGORY-CODE.
           MOVE HV-REASON-CODE TO HD-REASON-CODE.
           MOVE HV-APPROVER-ID TO HD-APPROVER-ID.
           MOVE HV-DECISION-DATE TO HD-DECISION-DATE.
           MOVE HV-ENTRY-DATE TO HD-ENTRY-DATE.
           MOVE SPACES TO HD-BATCH-ID.
           MOVE SPACES TO HD-OPERATOR-ID.
           MOVE ZERO TO HD-PROPOSED-SELL.
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar en MARGHLDN el "
       2100-EXIT.
           EXIT.

       3000-CONVERT-ITEM-MASTER.
           OPEN INPUT OLD-ITEM-MASTER-FILE.
           IF old-master-no-existe
               DISPLAY " No hay ITEMMAST que convertir."
               GO TO 3000-EXIT
           END-IF.
           IF old-master-incompatible
               DISPLAY " ITEMMAST no coincide con el layout "
                   "anterior; parece ya convertido. No se toca."
               GO TO 3000-EXIT
           END-IF.
           IF NOT old-master-ok
               DISPLAY " No se pudo abrir ITEMMAST, status: "
                   old-master-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-ITEM-MASTER-FILE.
           IF NOT new-master-ok
               DISPLAY " No se pudo abrir ITEMMSTN, status: "
                   new-master-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           MOVE LOW-VALUES TO MV-KEY.
           START OLD-ITEM-MASTER-FILE
               KEY IS NOT LESS THAN MV-KEY
               INVALID KEY
                   SET fin-de-la-conversion TO TRUE
           END-START.
           PERFORM 3100-CONVERT-MASTER-RECORD
               THRU 3100-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-ITEM-MASTER-FILE.
           CLOSE NEW-ITEM-MASTER-FILE.
           DISPLAY " Registros de ITEMMAST convertidos a ITEMMSTN: "
               total-maestro ". Cuadre el conteo y renombre "
               "ITEMMSTN a ITEMMAST antes de la proxima corrida.".
       3000-EXIT.
           EXIT.

       3100-CONVERT-MASTER-RECORD.
           READ OLD-ITEM-MASTER-FILE NEXT
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE MV-ITEM-CODE TO IM-ITEM-CODE.
           MOVE SPACES TO IM-ZONE-CODE.
           MOVE MV-EFF-DATE TO IM-EFF-DATE.
           MOVE MV-ITEM-DESC TO IM-ITEM-DESC.
           MOVE MV-CATEGORY-CODE TO IM-CATEGORY-CODE.
           MOVE MV-CURRENCY-CODE TO IM-CURRENCY-CODE.
           MOVE MV-COST TO IM-COST.
           MOVE MV-SELL TO IM-SELL.
           MOVE MV-MAR TO IM-MAR.
           MOVE MV-AJUS TO IM-AJUS.
           MOVE MV-DIF TO IM-DIF.
           MOVE MV-DIF-BASE TO IM-DIF-BASE.
           MOVE MV-MARKDOWN-SW TO IM-MARKDOWN-SW.
           MOVE MV-REASON-CODE TO IM-REASON-CODE.
           MOVE SPACE TO IM-PROMO-IND.
           WRITE ITEM-MARGIN-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar en ITEMMSTN el "
                       "item " IM-ITEM-CODE " fecha " IM-EFF-DATE
                       ", status: " new-master-status
                   MOVE 16 TO RETURN-CODE
                   SET fin-de-la-conversion TO TRUE
                   GO TO 3100-EXIT
           END-WRITE.
           ADD 1 TO total-maestro.
       3100-EXIT.
           EXIT.

       4000-CONVERT-CURRENT-MARGIN.
           OPEN INPUT OLD-CURRENT-MARGIN-FILE.
           IF old-current-no-existe
               DISPLAY " No hay MARGCURR que convertir."
               GO TO 4000-EXIT
           END-IF.
           IF old-current-incompatible
               DISPLAY " MARGCURR no coincide con el layout "
                   "anterior; parece ya convertido. No se toca."
               GO TO 4000-EXIT
           END-IF.
           IF NOT old-current-ok
               DISPLAY " No se pudo abrir MARGCURR, status: "
                   old-current-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-CURRENT-MARGIN-FILE.
           IF NOT new-current-ok
               DISPLAY " No se pudo abrir MARGCURN, status: "
                   new-current-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           MOVE LOW-VALUES TO VV-ITEM-CODE.
           START OLD-CURRENT-MARGIN-FILE
               KEY IS NOT LESS THAN VV-ITEM-CODE
               INVALID KEY
                   SET fin-de-la-conversion TO TRUE
           END-START.
           PERFORM 4100-CONVERT-CURRENT-RECORD
               THRU 4100-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-CURRENT-MARGIN-FILE.
           CLOSE NEW-CURRENT-MARGIN-FILE.
           DISPLAY " Registros de MARGCURR convertidos a MARGCURN: "
               total-vigentes ". Cuadre el conteo y renombre "
               "MARGCURN a MARGCURR antes de la proxima corrida.".
       4000-EXIT.
           EXIT.

       4100-CONVERT-CURRENT-RECORD.
           READ OLD-CURRENT-MARGIN-FILE NEXT
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           MOVE VV-ITEM-CODE TO CM-ITEM-CODE.
           MOVE SPACES TO CM-ZONE-CODE.
           MOVE VV-EFF-DATE TO CM-EFF-DATE.
           MOVE VV-ITEM-DESC TO CM-ITEM-DESC.
           MOVE VV-CATEGORY-CODE TO CM-CATEGORY-CODE.
           MOVE VV-CURRENCY-CODE TO CM-CURRENCY-CODE.
           MOVE VV-COST TO CM-COST.
           MOVE VV-SELL TO CM-SELL.
           MOVE VV-MAR TO CM-MAR.
           MOVE VV-AJUS TO CM-AJUS.
           MOVE VV-DIF TO CM-DIF.
           MOVE VV-DIF-BASE TO CM-DIF-BASE.
           MOVE VV-MARKDOWN-SW TO CM-MARKDOWN-SW.
           MOVE VV-REASON-CODE TO CM-REASON-CODE.
           MOVE SPACE TO CM-PROMO-IND.
           WRITE CURRENT-MARGIN-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar en MARGCURN el "
                       "item " CM-ITEM-CODE ", status: "
                       new-current-status
                   MOVE 16 TO RETURN-CODE
                   SET fin-de-la-conversion TO TRUE
                   GO TO 4100-EXIT
           END-WRITE.
           ADD 1 TO total-vigentes.
       4100-EXIT.
           EXIT.

       5000-CONVERT-PENDING.
           OPEN INPUT OLD-PENDING-FILE.
           IF old-pending-no-existe
               DISPLAY " No hay MARGPEND que convertir."
               GO TO 5000-EXIT
           END-IF.
           IF old-pending-incompatible
               DISPLAY " MARGPEND no coincide con el layout "
                   "anterior; parece ya convertido. No se toca."
               GO TO 5000-EXIT
           END-IF.
           IF NOT old-pending-ok
               DISPLAY " No se pudo abrir MARGPEND, status: "
                   old-pending-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-PENDING-FILE.
           IF NOT new-pending-ok
               DISPLAY " No se pudo abrir MARGPNDN, status: "
                   new-pending-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           MOVE LOW-VALUES TO PV-KEY.
           START OLD-PENDING-FILE
               KEY IS NOT LESS THAN PV-KEY
               INVALID KEY
                   SET fin-de-la-conversion TO TRUE
           END-START.
           PERFORM 5100-CONVERT-PENDING-RECORD
               THRU 5100-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-PENDING-FILE.
           CLOSE NEW-PENDING-FILE.
           DISPLAY " Precios en espera convertidos a MARGPNDN: "
               total-pendientes ". Cuadre el conteo y renombre "
               "MARGPNDN a MARGPEND antes de la proxima corrida.".
       5000-EXIT.
           EXIT.

       5100-CONVERT-PENDING-RECORD.
           READ OLD-PENDING-FILE NEXT
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE PV-EFF-DATE TO PD-EFF-DATE.
           MOVE PV-ITEM-CODE TO PD-ITEM-CODE.
           MOVE SPACES TO PD-ZONE-CODE.
           MOVE PV-ITEM-DESC TO PD-ITEM-DESC.
           MOVE PV-CATEGORY-CODE TO PD-CATEGORY-CODE.
           MOVE PV-CURRENCY-CODE TO PD-CURRENCY-CODE.
           MOVE PV-COST TO PD-COST.
           MOVE PV-SELL TO PD-SELL.
           MOVE PV-APPROVAL-IND TO PD-APPROVAL-IND.
           MOVE PV-REASON-CODE TO PD-REASON-CODE.
           MOVE PV-ENTRY-DATE TO PD-ENTRY-DATE.
           WRITE PENDING-PRICE-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar en MARGPNDN el "
                       "item " PD-ITEM-CODE " fecha " PD-EFF-DATE
                       ", status: " new-pending-status
                   MOVE 16 TO RETURN-CODE
                   SET fin-de-la-conversion TO TRUE
                   GO TO 5100-EXIT
           END-WRITE.
           ADD 1 TO total-pendientes.
       5100-EXIT.
           EXIT.

      * El archivo historico no tiene layout que validar en el OPEN;
      * se reescribe completo a ITEMARCN y operaciones lo renombra
      * a ITEMARCH al cuadrar los conteos. Correrlo dos veces
      * correria la zona sobre un archivo ya convertido, asi que el
      * renombre es la marca de que ya se hizo.
       6000-CONVERT-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF old-archive-no-existe
               DISPLAY " No hay ITEMARCH que convertir."
               GO TO 6000-EXIT
           END-IF.
           IF NOT old-archive-ok
               DISPLAY " No se pudo abrir ITEMARCH, status: "
                   old-archive-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-ARCHIVE-FILE.
           IF NOT new-archive-ok
               DISPLAY " No se pudo abrir ITEMARCN, status: "
                   new-archive-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           PERFORM 6100-CONVERT-ARCHIVE-RECORD
               THRU 6100-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-ARCHIVE-FILE.
           CLOSE NEW-ARCHIVE-FILE.
           DISPLAY " Registros de ITEMARCH convertidos a ITEMARCN: "
               total-archivados ". Cuadre el conteo y renombre "
               "ITEMARCN a ITEMARCH.".
       6000-EXIT.
           EXIT.

       6100-CONVERT-ARCHIVE-RECORD.
           READ OLD-ARCHIVE-FILE
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           MOVE AV-ITEM-CODE TO AN-ITEM-CODE.
           MOVE SPACES TO AN-ZONE-CODE.
           MOVE AV-RESTO TO AN-RESTO.
           WRITE NEW-ARCHIVE-RECORD.
           ADD 1 TO total-archivados.
       6100-EXIT.
           EXIT.

       7000-CONVERT-HOLD-ARCHIVE.
           OPEN INPUT OLD-HOLD-ARCHIVE-FILE.
           IF old-hold-archive-no-existe
               DISPLAY " No hay MARGHLDA que convertir."
               GO TO 7000-EXIT
           END-IF.
           IF NOT old-hold-archive-ok
               DISPLAY " No se pudo abrir MARGHLDA, status: "
                   old-hold-archive-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-HOLD-ARCHIVE-FILE.
           IF NOT new-hold-archive-ok
               DISPLAY " No se pudo abrir MARGHLAN, status: "
                   new-hold-archive-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           PERFORM 7100-CONVERT-HOLD-ARCH-RECORD
               THRU 7100-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-HOLD-ARCHIVE-FILE.
           CLOSE NEW-HOLD-ARCHIVE-FILE.
           DISPLAY " Retenciones de MARGHLDA convertidas a MARGHLAN: "
               total-retenciones-arch ". Cuadre el conteo y "
               "renombre MARGHLAN a MARGHLDA.".
       7000-EXIT.
           EXIT.

       7100-CONVERT-HOLD-ARCH-RECORD.
           READ OLD-HOLD-ARCHIVE-FILE
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           MOVE RV-ITEM-CODE TO RN-ITEM-CODE.
           MOVE SPACES TO RN-ZONE-CODE.
           MOVE RV-RESTO TO RN-RESTO.
           MOVE ZERO TO RN-PROPOSED-SELL.
           WRITE NEW-HOLD-ARCHIVE-RECORD.
           ADD 1 TO total-retenciones-arch.
       7100-EXIT.
           EXIT.

      * MARGEXC y MARGAUD se reescriben completos igual que los
      * historicos, y el renombre de MARGEXCN y MARGAUDN es la marca
      * de que ya se hizo.
       8000-CONVERT-EXCEPTIONS.
           OPEN INPUT OLD-EXCEPTION-FILE.
           IF old-exception-no-existe
               DISPLAY " No hay MARGEXC que convertir."
               GO TO 8000-EXIT
           END-IF.
           IF NOT old-exception-ok
               DISPLAY " No se pudo abrir MARGEXC, status: "
                   old-exception-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-EXCEPTION-FILE.
           IF NOT new-exception-ok
               DISPLAY " No se pudo abrir MARGEXCN, status: "
                   new-exception-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           PERFORM 8100-CONVERT-EXCEPTION-RECORD
               THRU 8100-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-EXCEPTION-FILE.
           CLOSE NEW-EXCEPTION-FILE.
           DISPLAY " Excepciones de MARGEXC convertidas a MARGEXCN: "
               total-excepciones ". Cuadre el conteo y renombre "
               "MARGEXCN a MARGEXC.".
       8000-EXIT.
           EXIT.

       8100-CONVERT-EXCEPTION-RECORD.
           READ OLD-EXCEPTION-FILE
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 8100-EXIT
           END-READ.
           MOVE SPACES TO NEW-EXCEPTION-RECORD.
           MOVE OLD-EXCEPTION-RECORD TO XN-RESTO.
           MOVE SPACES TO XN-ZONE-CODE.
           WRITE NEW-EXCEPTION-RECORD.
           ADD 1 TO total-excepciones.
       8100-EXIT.
           EXIT.

       8500-CONVERT-AUDIT-LOG.
           OPEN INPUT OLD-AUDIT-LOG-FILE.
           IF old-audit-no-existe
               DISPLAY " No hay MARGAUD que convertir."
               GO TO 8500-EXIT
           END-IF.
           IF NOT old-audit-ok
               DISPLAY " No se pudo abrir MARGAUD, status: "
                   old-audit-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-AUDIT-LOG-FILE.
           IF NOT new-audit-ok
               DISPLAY " No se pudo abrir MARGAUDN, status: "
                   new-audit-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET fin-de-la-conversion TO FALSE.
           PERFORM 8600-CONVERT-AUDIT-RECORD
               THRU 8600-EXIT
               UNTIL fin-de-la-conversion.
           CLOSE OLD-AUDIT-LOG-FILE.
           CLOSE NEW-AUDIT-LOG-FILE.
           DISPLAY " Lineas de MARGAUD convertidas a MARGAUDN: "
               total-auditoria ". Cuadre el conteo y renombre "
               "MARGAUDN a MARGAUD.".
       8500-EXIT.
           EXIT.

       8600-CONVERT-AUDIT-RECORD.
           READ OLD-AUDIT-LOG-FILE
               AT END
                   SET fin-de-la-conversion TO TRUE
                   GO TO 8600-EXIT
           END-READ.
           MOVE SPACES TO NEW-AUDIT-LOG-RECORD.
           MOVE OLD-AUDIT-LOG-RECORD TO LN-RESTO.
           MOVE SPACES TO LN-ZONE-CODE.
           MOVE SPACES TO LN-LINE-TYPE.
           WRITE NEW-AUDIT-LOG-RECORD.
           ADD 1 TO total-auditoria.
       8600-EXIT.
           EXIT.

       END PROGRAM MARGCONV.
