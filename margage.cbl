      *   2026-09-03  CM  Version inicial: antiguedad por cola con
      *                    umbral de escalamiento y alarma de
      *                    vigencias vencidas en MARGPEND.
      *   2026-10-15  CM  Cada pendiente se lista con su zona de
      *                    precio.
      *   2026-10-15  CM  MARGEXC se lee con 215 bytes, con la zona de
      *                    precio de la excepcion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGAGE.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-FILE-RECORD           PIC X(215).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.

       01 age-column-line.
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "VIGENCIA".
           05 FILLER                   PIC X(10) VALUE "INGRESO".
           05 FILLER                   PIC X(10) VALUE "EDAD".
       01 age-detail-line.
           05 agd-item-code             PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 agd-zone-code             PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 agd-eff-date              PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 agd-entry-date            PIC 9(08).
           PERFORM 7000-COMPUTE-AGE
               THRU 7000-EXIT.
           MOVE HD-ITEM-CODE TO agd-item-code.
           MOVE HD-ZONE-CODE TO agd-zone-code.
           MOVE HD-EFF-DATE TO agd-eff-date.
           MOVE fecha-entrada TO agd-entry-date.
           MOVE edad-dias TO agd-edad.
           PERFORM 7000-COMPUTE-AGE
               THRU 7000-EXIT.
           MOVE EX-ITEM-CODE TO agd-item-code.
           MOVE EX-ZONE-CODE TO agd-zone-code.
           MOVE EX-EFF-DATE TO agd-eff-date.
           MOVE fecha-entrada TO agd-entry-date.
           MOVE edad-dias TO agd-edad.
           PERFORM 7000-COMPUTE-AGE
               THRU 7000-EXIT.
           MOVE PD-ITEM-CODE TO agd-item-code.
           MOVE PD-ZONE-CODE TO agd-zone-code.
           MOVE PD-EFF-DATE TO agd-eff-date.
           MOVE fecha-entrada TO agd-entry-date.
           MOVE edad-dias TO agd-edad.
