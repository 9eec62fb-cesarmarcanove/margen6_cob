      *   2026-08-21  CM  Version inicial: archivo y depuracion de
      *                    ITEMMAST por fecha de corte con reporte
      *                    de control.
      *   2026-10-15  CM  ITEMARCH pasa a 125 bytes: el historial es
      *                    por item y zona de precio y lleva la marca
      *                    de promocion. Lo archivado antes lo
      *                    reescribe MARGCONV; la zona sale en el
      *                    reporte de control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGARCH.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                  PIC X(125).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.

       01 arch-column-line.
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(22) VALUE "DESCRIPCION".
           05 FILLER                   PIC X(07) VALUE "CATEG".
       01 arch-detail-line.
           05 ad-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-eff-date               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ad-item-desc              PIC X(20).
           DELETE ITEM-MASTER-FILE
               INVALID KEY
                   DISPLAY " No se pudo borrar del maestro el item "
                       IM-ITEM-CODE " zona " IM-ZONE-CODE
                       " fecha " IM-EFF-DATE
                   SET fin-del-maestro TO TRUE
                   GO TO 3000-EXIT
           END-DELETE.
           ADD 1 TO total-archivados.
           MOVE IM-ITEM-CODE TO ad-item-code.
           MOVE IM-ZONE-CODE TO ad-zone-code.
           MOVE IM-EFF-DATE TO ad-eff-date.
           MOVE IM-ITEM-DESC TO ad-item-desc.
           MOVE IM-CATEGORY-CODE TO ad-category.
