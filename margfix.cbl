      *                    un movimiento grande confirmado por el
      *                    operador no rebote como 'R' en cada
      *                    corrida (la politica sigue aplicando).
      *   2026-10-15  CM  El operador se identifica al entrar y se
      *                    valida contra MARGUSER (usuario
      *                    registrado, activo, clave y rol de
      *                    correccion de excepciones); el ingreso
      *                    fallido queda en la bitacora de seguridad
      *                    MARGSECL y el programa no toca MARGEXC.
      *   2026-10-15  CM  La excepcion trae la zona de precio; se
      *                    muestra al corregir y vuelve en la
      *                    transaccion reenviada por MARGRCYC.
      *   2026-10-15  CM  MARGEXC y su copia MARGEXCU se leen y graban
      *                    con 215 bytes: con 212 la zona de precio se
      *                    perdia al copiar el listado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGFIX.
           SELECT RECYCLE-FILE ASSIGN TO "MARGRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recycle-file-status.
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
       FD  EXCEPTION-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-IN-RECORD            PIC X(215).

       FD  EXCEPTION-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-OUT-RECORD           PIC X(215).

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD                  PIC X(80).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD               PIC X(79).

       WORKING-STORAGE SECTION.
       77 exception-in-status PIC X(02) VALUE "00".
           88 exception-in-ok               VALUE "00".
           88 recycle-file-ok               VALUE "00".
           88 recycle-file-no-existe        VALUE "35".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                  VALUE "00".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                 VALUE "00".
           88 signon-log-no-existe          VALUE "35".

       77 usuario-id PIC X(08) VALUE SPACES.
       77 clave-ingresada PIC X(08) VALUE SPACES.
       77 fecha-hoy PIC 9(08) VALUE ZERO.
       77 hora-ahora PIC 9(08) VALUE ZERO.

       77 fin-de-archivo PIC X(01) VALUE "N".
           88 no-hay-mas-excepciones         VALUE "Y" WHEN SET TO
               FALSE IS "N".

       COPY PRICEIN.

       COPY SECLOGRC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY " Identificacion del operador autorizado: ".
           ACCEPT usuario-id.
           DISPLAY " Clave: ".
           ACCEPT clave-ingresada.
           PERFORM 1050-SIGN-ON
               THRU 1050-EXIT.
           OPEN INPUT EXCEPTION-IN-FILE.
           IF exception-in-no-existe
               DISPLAY " No hay listado MARGEXC que corregir."
       1000-EXIT.
           EXIT.

      * Solo entra un usuario registrado en MARGUSER, activo, con su
      * clave y con el rol de correccion de excepciones. El ingreso
      * fallido se asienta en MARGSECL y termina el programa antes
      * de abrir MARGEXC.
       1050-SIGN-ON.
           IF usuario-id = SPACES
               DISPLAY " Se requiere un operador autorizado para "
                   "corregir excepciones."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT USER-FILE.
           IF NOT user-file-ok
               DISPLAY " No se pudo abrir MARGUSER, status: "
                   user-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE usuario-id TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   SET SL-NO-REGISTRADO TO TRUE
                   MOVE "USUARIO NO REGISTRADO EN MARGUSER"
                       TO SL-REASON-TEXT
                   GO TO 1060-REJECT-SIGN-ON
           END-READ.
           IF NOT US-ACTIVO
               SET SL-INACTIVO TO TRUE
               MOVE "USUARIO INACTIVO" TO SL-REASON-TEXT
               GO TO 1060-REJECT-SIGN-ON
           END-IF.
           IF US-PASSWORD NOT = clave-ingresada
               SET SL-CLAVE-INCORRECTA TO TRUE
               MOVE "CLAVE INCORRECTA" TO SL-REASON-TEXT
               GO TO 1060-REJECT-SIGN-ON
           END-IF.
           IF NOT US-PUEDE-CORREGIR
               SET SL-SIN-ROL TO TRUE
               MOVE "SIN ROL DE CORRECCION DE EXCEPCIONES"
                   TO SL-REASON-TEXT
               CLOSE USER-FILE
               PERFORM 1070-WRITE-SIGNON-LOG
                   THRU 1070-EXIT
               DISPLAY " El usuario " usuario-id " no tiene rol "
                   "de correccion de excepciones."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE USER-FILE.
           GO TO 1050-EXIT.
       1060-REJECT-SIGN-ON.
           CLOSE USER-FILE.
           PERFORM 1070-WRITE-SIGNON-LOG
               THRU 1070-EXIT.
           DISPLAY " Usuario o clave invalidos.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1050-EXIT.
           EXIT.

       1070-WRITE-SIGNON-LOG.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           MOVE fecha-hoy TO SL-RUN-DATE.
           MOVE hora-ahora TO SL-RUN-TIME.
           MOVE "MARGFIX" TO SL-PROGRAM-ID.
           MOVE usuario-id TO SL-USER-ID.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF signon-log-no-existe
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           IF NOT signon-log-ok
               DISPLAY " No se pudo abrir MARGSECL, status: "
                   signon-log-status
               GO TO 1070-EXIT
           END-IF.
           WRITE SIGNON-LOG-RECORD FROM SIGNON-LOG-LINE.
           CLOSE SIGNON-LOG-FILE.
       1070-EXIT.
           EXIT.

       1100-READ-EXCEPTION.
           READ EXCEPTION-IN-FILE INTO EXCEPTION-LINE
               AT END
       3000-CORRECT-EXCEPTION.
           DISPLAY " ".
           DISPLAY " Item: " EX-ITEM-CODE
               "  Zona: " EX-ZONE-CODE
               "  Fecha vigencia: " EX-EFF-DATE.
           DISPLAY " Descripcion: " EX-ITEM-DESC
               "  Categoria: " EX-CATEGORY-CODE
       3200-WRITE-RECYCLE-TRANS.
           MOVE SPACES TO PRICE-TRANS-RECORD.
           MOVE EX-ITEM-CODE TO PT-ITEM-CODE OF PRICE-TRANS-RECORD.
           MOVE EX-ZONE-CODE TO PT-ZONE-CODE OF PRICE-TRANS-RECORD.
           MOVE EX-ITEM-DESC TO PT-ITEM-DESC OF PRICE-TRANS-RECORD.
           MOVE EX-CATEGORY-CODE
               TO PT-CATEGORY-CODE OF PRICE-TRANS-RECORD.
