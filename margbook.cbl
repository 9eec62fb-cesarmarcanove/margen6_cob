      *   2026-09-03  CM  Version inicial: libro mensual por
      *                    categoria desde ITEMMAST + ITEMARCH con
      *                    tendencia contra el periodo anterior.
      *   2026-10-15  CM  ITEMARCH se lee con el layout de 125 bytes
      *                    (item, zona de precio y marca de
      *                    promocion). Cada posteo de zona cuenta en
      *                    su categoria como uno mas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGBOOK.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                  PIC X(125).

       FD  BOOK-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
