      *                    programa las dispone y su resolucion
      *                    queda en MARGHOLD o en ITEMREF; sin esto
      *                    seguian creciendo para siempre.
      *   2026-10-15  CM  MARGHLDA pasa a 176 bytes con la zona de
      *                    precio, el lote, el operador y el precio
      *                    contrapropuesto de la retencion; lo
      *                    archivado antes lo reescribe MARGCONV. Las
      *                    contrapropuestas se archivan como
      *                    cualquier retencion ya decidida.
      *   2026-10-15  CM  MARGEXC, su archivo historico y el de trabajo
      *                    pasan a 215 bytes con la zona de precio, y
      *                    MARGAUD, MARGAUDA y su trabajo a 154 con el
      *                    lote, la zona y la marca de reverso; lo
      *                    anterior se lee con esos campos en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGPRGE.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-RECORD                PIC X(154).

       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD            PIC X(154).

       FD  AUDIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-WORK-RECORD               PIC X(154).

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-FILE-RECORD           PIC X(215).

       FD  EXCEPTION-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-ARCHIVE-RECORD        PIC X(215).

       FD  EXCEPTION-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-WORK-RECORD           PIC X(215).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.

       FD  HOLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-ARCHIVE-RECORD             PIC X(176).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           DELETE HOLD-FILE
               INVALID KEY
                   DISPLAY " No se pudo borrar de MARGHOLD el "
                       "item " HD-ITEM-CODE " zona " HD-ZONE-CODE
                       " fecha " HD-EFF-DATE
                   SET fin-del-archivo TO TRUE
                   GO TO 5100-EXIT
           END-DELETE.
