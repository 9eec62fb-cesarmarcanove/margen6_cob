      *                    una moneda y eliminar una vigencia; la
      *                    llave de la bitacora se amplia para
      *                    moneda + fecha.
      *   2026-10-15  CM  El usuario se valida contra el archivo de
      *                    usuarios MARGUSER (registrado, activo,
      *                    clave y rol de mantenimiento de tablas) y
      *                    el ingreso fallido queda en la bitacora de
      *                    seguridad MARGSECL. Nuevo menu de usuarios
      *                    y roles para mantener MARGUSER, con la
      *                    misma bitacora MARGMAUD; con MARGUSER
      *                    vacio, el primer usuario que entra queda
      *                    registrado con rol de mantenimiento.
      *   2026-10-15  CM  Mantenimiento de la tabla de zonas de
      *                    precio ZONETAB (alta, cambio de
      *                    descripcion y estado activa/inactiva,
      *                    baja y listado), con la misma bitacora
      *                    MARGMAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGMNT.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MARGMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS maint-audit-status.
           SELECT USER-FILE ASSIGN TO "MARGUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS user-file-status.
           SELECT SIGNON-LOG-FILE ASSIGN TO "MARGSECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT ZONE-FILE ASSIGN TO "ZONETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZN-ZONE-CODE
               FILE STATUS IS zone-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD             PIC X(169).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USERREC.

       FD  SIGNON-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNON-LOG-RECORD              PIC X(79).

       FD  ZONE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ZONEREC.

       WORKING-STORAGE SECTION.
       77 policy-file-status PIC X(02) VALUE "00".
           88 policy-file-ok                VALUE "00".
           88 maint-audit-ok                VALUE "00".
           88 maint-audit-no-existe         VALUE "35".

       77 user-file-status PIC X(02) VALUE "00".
           88 user-file-ok                  VALUE "00".
           88 user-file-not-found           VALUE "23".
           88 user-file-no-existe           VALUE "35".
           88 user-file-duplicado           VALUE "22".

       77 signon-log-status PIC X(02) VALUE "00".
           88 signon-log-ok                 VALUE "00".
           88 signon-log-no-existe          VALUE "35".

       77 zone-file-status PIC X(02) VALUE "00".
           88 zone-file-ok                  VALUE "00".
           88 zone-file-not-found           VALUE "23".
           88 zone-file-no-existe           VALUE "35".
           88 zone-file-duplicado           VALUE "22".

       77 usuario-id PIC X(08) VALUE SPACES.
       77 clave-ingresada PIC X(08) VALUE SPACES.
       77 usuario-consulta PIC X(08) VALUE SPACES.
       77 nueva-clave PIC X(08) VALUE SPACES.
       77 usuarios-vacio-sw PIC X(01) VALUE "N".
           88 no-hay-usuarios               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fecha-hoy PIC 9(08) VALUE ZERO.
       77 hora-ahora PIC 9(08) VALUE ZERO.

       77 moneda-consulta PIC X(03) VALUE SPACES.
       77 item-consulta PIC X(10) VALUE SPACES.
       77 vigencia-consulta PIC 9(08) VALUE ZERO.
       77 zona-consulta PIC X(02) VALUE SPACES.

      * Llave moneda+fecha formateada para la bitacora de una tasa
      * con vigencia.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 li-status                  PIC X(13).

      * Valor formateado de un registro MARGUSER para la bitacora:
      * nombre, estado y los cuatro roles (mantenimiento, aprobacion,
      * correccion, operador). La clave nunca va a la bitacora;
      * solo se anota que cambio.
       01 valor-usuario.
           05 vu-nombre                  PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 vu-status                  PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 vu-roles                   PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 vu-clave-nota              PIC X(14).
           05 FILLER                    PIC X(04) VALUE SPACES.

      * Valor formateado de un registro ZONETAB para la bitacora:
      * descripcion y estado.
       01 valor-zona.
           05 vz-desc                    PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 vz-status                  PIC X(01).
           05 FILLER                    PIC X(34) VALUE SPACES.

       01 listado-zona-linea.
           05 lz-zone-code               PIC X(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 lz-desc                    PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 lz-status                  PIC X(08).

       01 listado-usuario-linea.
           05 lu-user-id                 PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 lu-nombre                  PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 lu-status                  PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 lu-role-maint              PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 lu-role-approve            PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 lu-role-fix                PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 lu-role-operator           PIC X(01).

       COPY MNTAUDRC.

       COPY SECLOGRC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               SET salir-del-menu TO TRUE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY " Clave: ".
           ACCEPT clave-ingresada.
           OPEN I-O POLICY-FILE.
           IF policy-file-no-existe
               OPEN OUTPUT POLICY-FILE
               SET salir-del-menu TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O USER-FILE.
           IF user-file-no-existe
               OPEN OUTPUT USER-FILE
               CLOSE USER-FILE
               OPEN I-O USER-FILE
           END-IF.
           IF NOT user-file-ok
               DISPLAY " No se pudo abrir MARGUSER, status: "
                   user-file-status
               SET salir-del-menu TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ZONE-FILE.
           IF zone-file-no-existe
               OPEN OUTPUT ZONE-FILE
               CLOSE ZONE-FILE
               OPEN I-O ZONE-FILE
           END-IF.
           IF NOT zone-file-ok
               DISPLAY " No se pudo abrir ZONETAB, status: "
                   zone-file-status
               SET salir-del-menu TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-SIGN-ON
               THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * Solo entra un usuario registrado en MARGUSER, activo, con su
      * clave y con el rol de mantenimiento de tablas. Todo ingreso
      * fallido se asienta en MARGSECL; en pantalla no se dice si lo
      * que fallo fue el usuario o la clave.
       1100-SIGN-ON.
           SET no-hay-usuarios TO FALSE.
           MOVE LOW-VALUES TO US-USER-ID.
           START USER-FILE
               KEY IS NOT LESS THAN US-USER-ID
               INVALID KEY
                   SET no-hay-usuarios TO TRUE
           END-START.
           IF no-hay-usuarios
               PERFORM 1200-REGISTER-FIRST-USER
                   THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE usuario-id TO US-USER-ID.
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
           IF NOT US-PUEDE-MANTENER
               SET SL-SIN-ROL TO TRUE
               MOVE "SIN ROL DE MANTENIMIENTO DE TABLAS"
                   TO SL-REASON-TEXT
               PERFORM 8000-WRITE-SIGNON-LOG
                   THRU 8000-EXIT
               DISPLAY " El usuario " usuario-id " no tiene rol "
                   "de mantenimiento de tablas."
               SET salir-del-menu TO TRUE
               GO TO 1100-EXIT
           END-IF.
           GO TO 1100-EXIT.
       1150-REJECT-SIGN-ON.
           PERFORM 8000-WRITE-SIGNON-LOG
               THRU 8000-EXIT.
           DISPLAY " Usuario o clave invalidos.".
           SET salir-del-menu TO TRUE.
       1100-EXIT.
           EXIT.

      * Un MARGUSER recien creado no tiene a nadie que pueda dar de
      * alta usuarios: el primero que entra queda registrado, con la
      * clave que tecleo y solo el rol de mantenimiento, y desde el
      * menu de usuarios da de alta a los demas.
       1200-REGISTER-FIRST-USER.
           IF clave-ingresada = SPACES
               DISPLAY " MARGUSER no tiene usuarios; el primer "
                   "usuario requiere una clave."
               SET salir-del-menu TO TRUE
               GO TO 1200-EXIT
           END-IF.
           DISPLAY " MARGUSER no tiene usuarios registrados; "
               usuario-id " queda registrado como primer usuario "
               "con rol de mantenimiento.".
           MOVE SPACES TO USER-RECORD.
           MOVE usuario-id TO US-USER-ID.
           DISPLAY " Nombre del usuario: ".
           ACCEPT US-USER-NAME.
           MOVE clave-ingresada TO US-PASSWORD.
           SET US-ACTIVO TO TRUE.
           MOVE "S" TO US-ROLE-MAINT.
           MOVE "N" TO US-ROLE-APPROVE.
           MOVE "N" TO US-ROLE-FIX.
           MOVE "N" TO US-ROLE-OPERATOR.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           MOVE fecha-hoy TO US-LAST-CHANGE-DATE.
           MOVE usuario-id TO US-LAST-CHANGE-USER.
           WRITE USER-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar el usuario, status: "
                       user-file-status
                   SET salir-del-menu TO TRUE
                   GO TO 1200-EXIT
           END-WRITE.
           MOVE "(NUEVO)" TO MA-OLD-VALUE.
           MOVE SPACES TO vu-clave-nota.
           PERFORM 5500-FORMAT-USER-VALUE
               THRU 5500-EXIT.
           MOVE valor-usuario TO MA-NEW-VALUE.
           MOVE "USUARIO" TO MA-TABLE-ID.
           SET MA-ACTION-ALTA TO TRUE.
           MOVE US-USER-ID TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
       1200-EXIT.
           EXIT.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY " ---- MANTENIMIENTO DE TABLAS DE REFERENCIA ----".
           DISPLAY " 1. Politicas de margen por categoria (POLICY)".
           DISPLAY " 2. Tasas de cambio (CURRATE)".
           DISPLAY " 3. Items de referencia (ITEMREF)".
           DISPLAY " 4. Usuarios y roles (MARGUSER)".
           DISPLAY " 5. Zonas de precio (ZONETAB)".
           DISPLAY " 6. Salir".
           DISPLAY " Seleccione una opcion: ".
           ACCEPT opcion-tabla.
           EVALUATE opcion-tabla
                       THRU 6000-EXIT
                       UNTIL volver-al-menu
               WHEN 4
                   SET volver-al-menu TO FALSE
                   PERFORM 7000-USER-MENU
                       THRU 7000-EXIT
                       UNTIL volver-al-menu
               WHEN 5
                   SET volver-al-menu TO FALSE
                   PERFORM 8500-ZONE-MENU
                       THRU 8500-EXIT
                       UNTIL volver-al-menu
               WHEN 6
                   SET salir-del-menu TO TRUE
               WHEN OTHER
                   DISPLAY " Opcion invalida."
       5400-EXIT.
           EXIT.

      * quien llama deja lista vu-clave-nota (en blanco o con la
      * anotacion de clave cambiada).
       5500-FORMAT-USER-VALUE.
           MOVE US-USER-NAME TO vu-nombre.
           MOVE US-STATUS TO vu-status.
           MOVE US-ROLES TO vu-roles.
       5500-EXIT.
           EXIT.

       5600-FORMAT-ZONE-VALUE.
           MOVE ZN-ZONE-DESC TO vz-desc.
           MOVE ZN-STATUS TO vz-status.
       5600-EXIT.
           EXIT.

       6000-ITEMREF-MENU.
           DISPLAY " ".
           DISPLAY " ---- ITEMS DE REFERENCIA (ITEMREF) ----".
       6420-EXIT.
           EXIT.

       7000-USER-MENU.
           DISPLAY " ".
           DISPLAY " ---- USUARIOS Y ROLES (MARGUSER) ----".
           DISPLAY " 1. Agregar usuario".
           DISPLAY " 2. Modificar usuario".
           DISPLAY " 3. Eliminar usuario".
           DISPLAY " 4. Listar usuarios".
           DISPLAY " 5. Volver al menu anterior".
           DISPLAY " Seleccione una opcion: ".
           ACCEPT opcion-menu.
           EVALUATE opcion-menu
               WHEN 1
                   PERFORM 7100-USER-ADD
                       THRU 7100-EXIT
               WHEN 2
                   PERFORM 7200-USER-CHANGE
                       THRU 7200-EXIT
               WHEN 3
                   PERFORM 7300-USER-DELETE
                       THRU 7300-EXIT
               WHEN 4
                   PERFORM 7400-USER-LIST
                       THRU 7400-EXIT
               WHEN 5
                   SET volver-al-menu TO TRUE
               WHEN OTHER
                   DISPLAY " Opcion invalida."
           END-EVALUATE.
       7000-EXIT.
           EXIT.

       7100-USER-ADD.
           DISPLAY " Identificacion del usuario a agregar: ".
           ACCEPT usuario-consulta.
           IF usuario-consulta = SPACES
               DISPLAY " Identificacion de usuario en blanco."
               GO TO 7100-EXIT
           END-IF.
           MOVE usuario-consulta TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           IF user-file-ok
               DISPLAY " El usuario " usuario-consulta
                   " ya existe; use la opcion de modificar."
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO USER-RECORD.
           MOVE usuario-consulta TO US-USER-ID.
           DISPLAY " Nombre del usuario: ".
           ACCEPT US-USER-NAME.
           DISPLAY " Clave inicial: ".
           ACCEPT nueva-clave.
           IF nueva-clave = SPACES
               DISPLAY " La clave no puede quedar en blanco."
               GO TO 7100-EXIT
           END-IF.
           MOVE nueva-clave TO US-PASSWORD.
           SET US-ACTIVO TO TRUE.
           PERFORM 7500-ACCEPT-ROLES
               THRU 7500-EXIT.
           IF US-ROLES = SPACES
               GO TO 7100-EXIT
           END-IF.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           MOVE fecha-hoy TO US-LAST-CHANGE-DATE.
           MOVE usuario-id TO US-LAST-CHANGE-USER.
           WRITE USER-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar el usuario, status: "
                       user-file-status
                   GO TO 7100-EXIT
           END-WRITE.
           MOVE "(NUEVO)" TO MA-OLD-VALUE.
           MOVE SPACES TO vu-clave-nota.
           PERFORM 5500-FORMAT-USER-VALUE
               THRU 5500-EXIT.
           MOVE valor-usuario TO MA-NEW-VALUE.
           MOVE "USUARIO" TO MA-TABLE-ID.
           SET MA-ACTION-ALTA TO TRUE.
           MOVE US-USER-ID TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
           DISPLAY " Usuario " usuario-consulta " agregado.".
       7100-EXIT.
           EXIT.

      * Nadie se puede quitar a si mismo el rol de mantenimiento ni
      * desactivarse: dejaria el sistema sin quien administre los
      * usuarios si es el unico con ese rol.
       7200-USER-CHANGE.
           DISPLAY " Identificacion del usuario a modificar: ".
           ACCEPT usuario-consulta.
           MOVE usuario-consulta TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   DISPLAY " El usuario " usuario-consulta
                       " no existe."
                   GO TO 7200-EXIT
           END-READ.
           PERFORM 7410-DISPLAY-USER-LINE
               THRU 7410-EXIT.
           MOVE SPACES TO vu-clave-nota.
           PERFORM 5500-FORMAT-USER-VALUE
               THRU 5500-EXIT.
           MOVE valor-usuario TO MA-OLD-VALUE.
           DISPLAY " Nuevo nombre del usuario: ".
           ACCEPT US-USER-NAME.
           DISPLAY " Nuevo estado (A=activo, I=inactivo): ".
           ACCEPT US-STATUS.
           IF NOT US-ACTIVO AND NOT US-INACTIVO
               DISPLAY " Estado invalido; debe ser A o I."
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7500-ACCEPT-ROLES
               THRU 7500-EXIT.
           IF US-ROLES = SPACES
               GO TO 7200-EXIT
           END-IF.
           IF US-USER-ID = usuario-id AND
                   (US-INACTIVO OR NOT US-PUEDE-MANTENER)
               DISPLAY " No puede desactivarse ni quitarse el rol "
                   "de mantenimiento a si mismo."
               GO TO 7200-EXIT
           END-IF.
           DISPLAY " Nueva clave (en blanco la deja igual): ".
           ACCEPT nueva-clave.
           MOVE SPACES TO vu-clave-nota.
           IF nueva-clave NOT = SPACES
               MOVE nueva-clave TO US-PASSWORD
               MOVE "CLAVE CAMBIADA" TO vu-clave-nota
           END-IF.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           MOVE fecha-hoy TO US-LAST-CHANGE-DATE.
           MOVE usuario-id TO US-LAST-CHANGE-USER.
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY " No se pudo regrabar el usuario, "
                       "status: " user-file-status
                   GO TO 7200-EXIT
           END-REWRITE.
           PERFORM 5500-FORMAT-USER-VALUE
               THRU 5500-EXIT.
           MOVE valor-usuario TO MA-NEW-VALUE.
           MOVE "USUARIO" TO MA-TABLE-ID.
           SET MA-ACTION-CAMBIO TO TRUE.
           MOVE US-USER-ID TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
           DISPLAY " Usuario " usuario-consulta " modificado.".
       7200-EXIT.
           EXIT.

      * La baja fisica es para altas equivocadas; quien deja la
      * empresa se desactiva con la opcion de modificar, para que su
      * identificacion siga explicando la bitacora y las
      * aprobaciones que firmo.
       7300-USER-DELETE.
           DISPLAY " Identificacion del usuario a eliminar: ".
           ACCEPT usuario-consulta.
           IF usuario-consulta = usuario-id
               DISPLAY " No puede eliminarse a si mismo."
               GO TO 7300-EXIT
           END-IF.
           MOVE usuario-consulta TO US-USER-ID.
           READ USER-FILE
               KEY IS US-USER-ID
               INVALID KEY
                   DISPLAY " El usuario " usuario-consulta
                       " no existe."
                   GO TO 7300-EXIT
           END-READ.
           PERFORM 7410-DISPLAY-USER-LINE
               THRU 7410-EXIT.
           DISPLAY " Confirma la eliminacion (S/N)? ".
           ACCEPT confirmacion.
           IF confirmacion NOT = "S" AND confirmacion NOT = "s"
               DISPLAY " Eliminacion cancelada."
               GO TO 7300-EXIT
           END-IF.
           MOVE SPACES TO vu-clave-nota.
           PERFORM 5500-FORMAT-USER-VALUE
               THRU 5500-EXIT.
           MOVE valor-usuario TO MA-OLD-VALUE.
           DELETE USER-FILE
               INVALID KEY
                   DISPLAY " No se pudo eliminar el usuario, "
                       "status: " user-file-status
                   GO TO 7300-EXIT
           END-DELETE.
           MOVE "(ELIMINADO)" TO MA-NEW-VALUE.
           MOVE "USUARIO" TO MA-TABLE-ID.
           SET MA-ACTION-BAJA TO TRUE.
           MOVE usuario-consulta TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
           DISPLAY " Usuario " usuario-consulta " eliminado.".
       7300-EXIT.
           EXIT.

       7400-USER-LIST.
           SET fin-listado TO FALSE.
           MOVE LOW-VALUES TO US-USER-ID.
           START USER-FILE
               KEY IS NOT LESS THAN US-USER-ID
               INVALID KEY
                   SET fin-listado TO TRUE
           END-START.
           IF fin-listado
               DISPLAY " No hay usuarios registrados."
               GO TO 7400-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "USUARIO  NOMBRE                         ESTADO"
               "    MNT APR COR OPE".
           PERFORM 7420-READ-NEXT-USER
               THRU 7420-EXIT
               UNTIL fin-listado.
       7400-EXIT.
           EXIT.

       7410-DISPLAY-USER-LINE.
           MOVE US-USER-ID TO lu-user-id.
           MOVE US-USER-NAME TO lu-nombre.
           IF US-INACTIVO
               MOVE "INACTIVO" TO lu-status
           ELSE
               MOVE "ACTIVO" TO lu-status
           END-IF.
           MOVE US-ROLE-MAINT TO lu-role-maint.
           MOVE US-ROLE-APPROVE TO lu-role-approve.
           MOVE US-ROLE-FIX TO lu-role-fix.
           MOVE US-ROLE-OPERATOR TO lu-role-operator.
           DISPLAY listado-usuario-linea.
       7410-EXIT.
           EXIT.

       7420-READ-NEXT-USER.
           READ USER-FILE NEXT
               AT END
                   SET fin-listado TO TRUE
                   GO TO 7420-EXIT
           END-READ.
           PERFORM 7410-DISPLAY-USER-LINE
               THRU 7410-EXIT.
       7420-EXIT.
           EXIT.

      * Cada rol se contesta S o N; con cualquier otra respuesta los
      * roles quedan en blanco y quien llama no graba el registro.
       7500-ACCEPT-ROLES.
           DISPLAY " Rol de mantenimiento de tablas (S/N): ".
           ACCEPT US-ROLE-MAINT.
           DISPLAY " Rol de aprobacion de retenciones (S/N): ".
           ACCEPT US-ROLE-APPROVE.
           DISPLAY " Rol de correccion de excepciones (S/N): ".
           ACCEPT US-ROLE-FIX.
           DISPLAY " Rol de operador de batch (S/N): ".
           ACCEPT US-ROLE-OPERATOR.
           IF (US-ROLE-MAINT NOT = "S" AND NOT = "N") OR
                   (US-ROLE-APPROVE NOT = "S" AND NOT = "N") OR
                   (US-ROLE-FIX NOT = "S" AND NOT = "N") OR
                   (US-ROLE-OPERATOR NOT = "S" AND NOT = "N")
               DISPLAY " Cada rol debe ser S o N; no se graba."
               MOVE SPACES TO US-ROLES
           END-IF.
       7500-EXIT.
           EXIT.

      * Un ingreso fallido deja un renglon en MARGSECL; quien llama
      * deja listos SL-REASON-CODE y SL-REASON-TEXT.
       8000-WRITE-SIGNON-LOG.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT hora-ahora FROM TIME.
           MOVE fecha-hoy TO SL-RUN-DATE.
           MOVE hora-ahora TO SL-RUN-TIME.
           MOVE "MARGMNT" TO SL-PROGRAM-ID.
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
               GO TO 8000-EXIT
           END-IF.
           WRITE SIGNON-LOG-RECORD FROM SIGNON-LOG-LINE.
           CLOSE SIGNON-LOG-FILE.
       8000-EXIT.
           EXIT.

       8500-ZONE-MENU.
           DISPLAY " ".
           DISPLAY " ---- ZONAS DE PRECIO (ZONETAB) ----".
           DISPLAY " 1. Agregar zona".
           DISPLAY " 2. Modificar zona".
           DISPLAY " 3. Eliminar zona".
           DISPLAY " 4. Listar zonas".
           DISPLAY " 5. Volver al menu anterior".
           DISPLAY " Seleccione una opcion: ".
           ACCEPT opcion-menu.
           EVALUATE opcion-menu
               WHEN 1
                   PERFORM 8600-ZONE-ADD
                       THRU 8600-EXIT
               WHEN 2
                   PERFORM 8700-ZONE-CHANGE
                       THRU 8700-EXIT
               WHEN 3
                   PERFORM 8800-ZONE-DELETE
                       THRU 8800-EXIT
               WHEN 4
                   PERFORM 8900-ZONE-LIST
                       THRU 8900-EXIT
               WHEN 5
                   SET volver-al-menu TO TRUE
               WHEN OTHER
                   DISPLAY " Opcion invalida."
           END-EVALUATE.
       8500-EXIT.
           EXIT.

      * La zona en blanco es la zona general y no se registra: es el
      * precio de las tiendas cuya zona no tiene uno propio.
       8600-ZONE-ADD.
           DISPLAY " Codigo de zona a agregar: ".
           ACCEPT zona-consulta.
           IF zona-consulta = SPACES
               DISPLAY " La zona en blanco es la zona general; no "
                   "se registra."
               GO TO 8600-EXIT
           END-IF.
           MOVE zona-consulta TO ZN-ZONE-CODE.
           READ ZONE-FILE
               KEY IS ZN-ZONE-CODE
               INVALID KEY
                   NEXT SENTENCE
           END-READ.
           IF zone-file-ok
               DISPLAY " La zona " zona-consulta
                   " ya existe; use la opcion de modificar."
               GO TO 8600-EXIT
           END-IF.
           MOVE zona-consulta TO ZN-ZONE-CODE.
           DISPLAY " Descripcion de la zona: ".
           ACCEPT ZN-ZONE-DESC.
           DISPLAY " Estado (A=activa, I=inactiva): ".
           ACCEPT ZN-STATUS.
           IF NOT ZN-ACTIVA AND NOT ZN-INACTIVA
               DISPLAY " Estado invalido; debe ser A o I."
               GO TO 8600-EXIT
           END-IF.
           WRITE ZONE-RECORD
               INVALID KEY
                   DISPLAY " No se pudo grabar la zona, status: "
                       zone-file-status
                   GO TO 8600-EXIT
           END-WRITE.
           MOVE "(NUEVO)" TO MA-OLD-VALUE.
           PERFORM 5600-FORMAT-ZONE-VALUE
               THRU 5600-EXIT.
           MOVE valor-zona TO MA-NEW-VALUE.
           MOVE "ZONETAB" TO MA-TABLE-ID.
           SET MA-ACTION-ALTA TO TRUE.
           MOVE ZN-ZONE-CODE TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
           DISPLAY " Zona " zona-consulta " agregada.".
       8600-EXIT.
           EXIT.

      * Una zona que deja de usarse se inactiva aqui: MARGEN5 rechaza
      * desde entonces sus transacciones, y sus precios ya grabados
      * siguen explicando el historial.
       8700-ZONE-CHANGE.
           DISPLAY " Codigo de zona a modificar: ".
           ACCEPT zona-consulta.
           MOVE zona-consulta TO ZN-ZONE-CODE.
           READ ZONE-FILE
               KEY IS ZN-ZONE-CODE
               INVALID KEY
                   DISPLAY " La zona " zona-consulta
                       " no existe."
                   GO TO 8700-EXIT
           END-READ.
           PERFORM 8910-DISPLAY-ZONE-LINE
               THRU 8910-EXIT.
           PERFORM 5600-FORMAT-ZONE-VALUE
               THRU 5600-EXIT.
           MOVE valor-zona TO MA-OLD-VALUE.
           DISPLAY " Nueva descripcion de la zona: ".
           ACCEPT ZN-ZONE-DESC.
           DISPLAY " Nuevo estado (A=activa, I=inactiva): ".
           ACCEPT ZN-STATUS.
           IF NOT ZN-ACTIVA AND NOT ZN-INACTIVA
               DISPLAY " Estado invalido; debe ser A o I."
               GO TO 8700-EXIT
           END-IF.
           REWRITE ZONE-RECORD
               INVALID KEY
                   DISPLAY " No se pudo regrabar la zona, "
                       "status: " zone-file-status
                   GO TO 8700-EXIT
           END-REWRITE.
           PERFORM 5600-FORMAT-ZONE-VALUE
               THRU 5600-EXIT.
           MOVE valor-zona TO MA-NEW-VALUE.
           MOVE "ZONETAB" TO MA-TABLE-ID.
           SET MA-ACTION-CAMBIO TO TRUE.
           MOVE ZN-ZONE-CODE TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
           DISPLAY " Zona " zona-consulta " modificada.".
       8700-EXIT.
           EXIT.

      * La baja fisica es para altas equivocadas; una zona con
      * precios grabados se inactiva con la opcion de modificar.
       8800-ZONE-DELETE.
           DISPLAY " Codigo de zona a eliminar: ".
           ACCEPT zona-consulta.
           MOVE zona-consulta TO ZN-ZONE-CODE.
           READ ZONE-FILE
               KEY IS ZN-ZONE-CODE
               INVALID KEY
                   DISPLAY " La zona " zona-consulta
                       " no existe."
                   GO TO 8800-EXIT
           END-READ.
           PERFORM 8910-DISPLAY-ZONE-LINE
               THRU 8910-EXIT.
           DISPLAY " Confirma la eliminacion (S/N)? ".
           ACCEPT confirmacion.
           IF confirmacion NOT = "S" AND confirmacion NOT = "s"
               DISPLAY " Eliminacion cancelada."
               GO TO 8800-EXIT
           END-IF.
           PERFORM 5600-FORMAT-ZONE-VALUE
               THRU 5600-EXIT.
           MOVE valor-zona TO MA-OLD-VALUE.
           DELETE ZONE-FILE
               INVALID KEY
                   DISPLAY " No se pudo eliminar la zona, "
                       "status: " zone-file-status
                   GO TO 8800-EXIT
           END-DELETE.
           MOVE "(ELIMINADO)" TO MA-NEW-VALUE.
           MOVE "ZONETAB" TO MA-TABLE-ID.
           SET MA-ACTION-BAJA TO TRUE.
           MOVE zona-consulta TO MA-RECORD-KEY.
           PERFORM 5000-WRITE-MAINT-AUDIT
               THRU 5000-EXIT.
           DISPLAY " Zona " zona-consulta " eliminada.".
       8800-EXIT.
           EXIT.

       8900-ZONE-LIST.
           SET fin-listado TO FALSE.
           MOVE LOW-VALUES TO ZN-ZONE-CODE.
           START ZONE-FILE
               KEY IS NOT LESS THAN ZN-ZONE-CODE
               INVALID KEY
                   SET fin-listado TO TRUE
           END-START.
           IF fin-listado
               DISPLAY " No hay zonas registradas."
               GO TO 8900-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "ZN   DESCRIPCION          ESTADO".
           PERFORM 8920-READ-NEXT-ZONE
               THRU 8920-EXIT
               UNTIL fin-listado.
       8900-EXIT.
           EXIT.

       8910-DISPLAY-ZONE-LINE.
           MOVE ZN-ZONE-CODE TO lz-zone-code.
           MOVE ZN-ZONE-DESC TO lz-desc.
           IF ZN-INACTIVA
               MOVE "INACTIVA" TO lz-status
           ELSE
               MOVE "ACTIVA" TO lz-status
           END-IF.
           DISPLAY listado-zona-linea.
       8910-EXIT.
           EXIT.

       8920-READ-NEXT-ZONE.
           READ ZONE-FILE NEXT
               AT END
                   SET fin-listado TO TRUE
                   GO TO 8920-EXIT
           END-READ.
           PERFORM 8910-DISPLAY-ZONE-LINE
               THRU 8910-EXIT.
       8920-EXIT.
           EXIT.

       9000-FINALIZE.
           CLOSE POLICY-FILE.
           CLOSE CURRENCY-FILE.
           CLOSE DATED-RATE-FILE.
           CLOSE ITEM-REF-FILE.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE USER-FILE.
           CLOSE ZONE-FILE.
       9000-EXIT.
           EXIT.

