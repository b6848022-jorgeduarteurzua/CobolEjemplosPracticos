      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reclamos de clientes (reclamos.dat). Ingreso con
      *          canal, categoria (reclamos_categorias.dat), sucursal
      *          que lo recibe, factura o cita relacionada y
      *          descripcion; el plazo legal de respuesta se calcula
      *          en dias habiles de calendario.dat segun la
      *          categoria. El reclamo queda asignado a un
      *          responsable (por defecto el ejecutivo de cuenta del
      *          cliente) con una tarea en su cola; se puede
      *          reasignar, y se cierra con la glosa de la respuesta
      *          y la nota de credito emitida, si la hubo.
      *          EscalarTareas lo escala al vencer abierto y
      *          ReporteReclamos lo informa al regulador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorReclamos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-reclamos
               ASSIGN TO
           "C:\PgmCobols\Data\reclamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS reclamo-llave
               FILE STATUS IS FS-RECLAMOS.

           SELECT datos-categorias
               ASSIGN TO
           "C:\PgmCobols\Data\reclamos_categorias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS catrec-codigo
               FILE STATUS IS FS-CATEGORIAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-citas
               ASSIGN TO
           "C:\PgmCobols\Data\citas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cita-llave
               FILE STATUS IS FS-CITAS.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT datos-notas
               ASSIGN TO
           "C:\PgmCobols\Data\notas_credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nc-numero
               FILE STATUS IS FS-NOTAS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-reclamos.
           copy "C:\PgmCobols\FD\FDReclamo.cpy".

       FD  datos-categorias.
           copy "C:\PgmCobols\FD\FDCatReclamo.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-notas.
           copy "C:\PgmCobols\FD\FDNotaCredito.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       WORKING-STORAGE SECTION.
       01  FS-RECLAMOS         PIC XX.
       01  FS-CATEGORIAS       PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-CITAS            PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  FS-NOTAS            PIC XX.
       01  FS-TAREAS           PIC XX.
       01  WS-FACTURAS-OK      PIC X VALUE "N".
       01  WS-CITAS-OK         PIC X VALUE "N".
       01  WS-SUCURSALES-OK    PIC X VALUE "N".
       01  WS-NOTAS-OK         PIC X VALUE "N".
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-CORRELATIVO      PIC 9(04).
       01  WS-CORR-TAREA       PIC 9(04).
       01  WS-RESP-OK          PIC X.
       01  WS-DIAS-PLAZO       PIC 9(03).

       01 VARIABLES-PANTALLA.
           05 RUT          PIC 9(10).
           05 NUMERO       PIC 9(04).
           05 ACCION       PIC X.
           05 CANAL        PIC X.
           05 CATEGORIA    PIC X(04).
           05 CATEGORIA-DESC PIC X(40).
           05 SUCURSAL     PIC X(04).
           05 PERIODO-FACT PIC 9(06).
           05 FECHA-CITA   PIC 9(08).
           05 HORA-CITA    PIC 9(04).
           05 DESCRIPCION  PIC X(60).
           05 RESPONSABLE  PIC X(10).
           05 RESOLUCION   PIC X(60).
           05 NUMERO-NC    PIC 9(06).
           05 FECHA-VENCE  PIC 9(08).
           05 SALIR        PIC X.

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
           05 SUM-RES-TIPO    PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-RECLAMO.
         03  BLANK SCREEN.
         03  LINE 1 COL 25  VALUE "Reclamos de Clientes".
         03  LINE 3 COL 5   VALUE "RUT CLIENTE..: ".
         03  LINE 3 COL 20 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 4 COL 5   VALUE "NUMERO.......: ".
         03  LINE 4 COL 20 PIC ZZZ9 USING NUMERO.
         03  LINE 4 COL 26  VALUE "(0 = NUEVO)".
         03  LINE 5 COL 5   VALUE "ACCION.......: ".
         03  LINE 5 COL 20 PIC X USING ACCION.
         03  LINE 5 COL 23  VALUE "I=INGRESAR A=ASIGNAR C=CERRAR".
         03  LINE 7 COL 5   VALUE "CANAL........: ".
         03  LINE 7 COL 20 PIC X USING CANAL.
         03  LINE 7 COL 23
                  VALUE "T=TEL P=PRESENCIAL E=EMAIL W=WEB C=CARTA".
         03  LINE 8 COL 5   VALUE "CATEGORIA....: ".
         03  LINE 8 COL 20 PIC X(04) USING CATEGORIA.
         03  LINE 8 COL 26 PIC X(40) FROM CATEGORIA-DESC.
         03  LINE 9 COL 5   VALUE "SUCURSAL.....: ".
         03  LINE 9 COL 20 PIC X(04) USING SUCURSAL.
         03  LINE 10 COL 5  VALUE "FACTURA......: ".
         03  LINE 10 COL 20 PIC 9(06) USING PERIODO-FACT.
         03  LINE 10 COL 28 VALUE "(AAAAMM, 0 = NO APLICA)".
         03  LINE 11 COL 5  VALUE "CITA FECHA...: ".
         03  LINE 11 COL 20 PIC 9(08) USING FECHA-CITA.
         03  LINE 11 COL 30 VALUE "HORA: ".
         03  LINE 11 COL 36 PIC 9(04) USING HORA-CITA.
         03  LINE 12 COL 5  VALUE "DESCRIPCION..: ".
         03  LINE 12 COL 20 PIC X(60) USING DESCRIPCION.
         03  LINE 14 COL 5  VALUE "RESPONSABLE..: ".
         03  LINE 14 COL 20 PIC X(10) USING RESPONSABLE.
         03  LINE 14 COL 32 VALUE "(BLANCO = EJECUTIVO DEL CLIENTE)".
         03  LINE 16 COL 5  VALUE "RESPUESTA....: ".
         03  LINE 16 COL 20 PIC X(60) USING RESOLUCION.
         03  LINE 17 COL 5  VALUE "NOTA CREDITO.: ".
         03  LINE 17 COL 20 PIC Z(05)9 USING NUMERO-NC.
         03  LINE 19 COL 5  VALUE "VENCE........: ".
         03  LINE 19 COL 20 PIC 9(08) FROM FECHA-VENCE.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A RECLAMOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT datos-categorias
           IF FS-CATEGORIAS NOT = "00" THEN
              MOVE "FALTA EL MAESTRO reclamos_categorias.dat"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN I-O datos-reclamos
           IF FS-RECLAMOS = "35" THEN
              OPEN OUTPUT datos-reclamos
              CLOSE datos-reclamos
              OPEN I-O datos-reclamos
           END-IF
           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF
           OPEN INPUT datos-usuarios
           OPEN INPUT datos-operadores
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF
           OPEN INPUT datos-citas
           IF FS-CITAS = "00" THEN
              MOVE "S" TO WS-CITAS-OK
           END-IF
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES = "00" THEN
              MOVE "S" TO WS-SUCURSALES-OK
           END-IF
           OPEN INPUT datos-notas
           IF FS-NOTAS = "00" THEN
              MOVE "S" TO WS-NOTAS-OK
           END-IF

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT NUMERO PERIODO-FACT FECHA-CITA
                             HORA-CITA NUMERO-NC FECHA-VENCE
              MOVE "I"    TO ACCION
              MOVE SPACES TO CANAL CATEGORIA CATEGORIA-DESC
                             SUCURSAL DESCRIPCION RESPONSABLE
                             RESOLUCION
              DISPLAY PANTALLA-RECLAMO
              ACCEPT  PANTALLA-RECLAMO
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 EVALUATE ACCION
                    WHEN "I"
                    WHEN "i"
                       PERFORM INGRESAR-RECLAMO THRU
                               INGRESAR-RECLAMO-FIN
                    WHEN "A"
                    WHEN "a"
                       PERFORM ASIGNAR-RECLAMO THRU
                               ASIGNAR-RECLAMO-FIN
                    WHEN "C"
                    WHEN "c"
                       PERFORM CERRAR-RECLAMO THRU
                               CERRAR-RECLAMO-FIN
                    WHEN OTHER
                       MOVE "ACCION DEBE SER I, A O C" TO MSG-ERROR
                       CALL "VentanaMsj" USING MSG-ERROR
                                               MSG-SEVERIDAD
                 END-EVALUATE
              END-IF
           END-PERFORM

           CLOSE datos-reclamos datos-categorias datos-tareas
                 datos-usuarios datos-operadores
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           IF WS-CITAS-OK = "S" THEN
              CLOSE datos-citas
           END-IF
           IF WS-SUCURSALES-OK = "S" THEN
              CLOSE datos-sucursales
           END-IF
           IF WS-NOTAS-OK = "S" THEN
              CLOSE datos-notas
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * INGRESAR-RECLAMO : valida la ficha completa, calcula el    *
      * plazo legal y deja el reclamo con su tarea en la cola del  *
      * responsable.                                               *
      *----------------------------------------------------------*
       INGRESAR-RECLAMO.
           MOVE RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO INGRESAR-RECLAMO-FIN
           END-READ
           IF CANAL NOT = "T" AND CANAL NOT = "P" AND
              CANAL NOT = "E" AND CANAL NOT = "W" AND
              CANAL NOT = "C" THEN
              MOVE "CANAL DEBE SER T, P, E, W O C" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO INGRESAR-RECLAMO-FIN
           END-IF

           MOVE CATEGORIA TO catrec-codigo
           READ datos-categorias
               INVALID KEY
                   MOVE "CATEGORIA NO REGISTRADA EN EL MAESTRO"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO INGRESAR-RECLAMO-FIN
           END-READ
           MOVE catrec-descripcion TO CATEGORIA-DESC
           MOVE catrec-dias-plazo  TO WS-DIAS-PLAZO
           IF WS-DIAS-PLAZO = 0 THEN
              MOVE 10 TO WS-DIAS-PLAZO
           END-IF

           IF SUCURSAL = SPACES AND CANAL = "P" THEN
              MOVE "RECLAMO PRESENCIAL: INDIQUE LA SUCURSAL"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO INGRESAR-RECLAMO-FIN
           END-IF
           IF SUCURSAL NOT = SPACES AND WS-SUCURSALES-OK = "S" THEN
              MOVE SUCURSAL TO sucursal-codigo
              READ datos-sucursales
                  INVALID KEY
                      MOVE "SUCURSAL NO EXISTE" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO INGRESAR-RECLAMO-FIN
              END-READ
           END-IF

           IF PERIODO-FACT NOT = 0 THEN
              MOVE RUT          TO factura-rut
              MOVE PERIODO-FACT TO factura-periodo
              MOVE "99"         TO FS-FACTURAS
              IF WS-FACTURAS-OK = "S" THEN
                 READ datos-facturas END-READ
              END-IF
              IF FS-FACTURAS NOT = "00" THEN
                 MOVE "LA FACTURA INDICADA NO EXISTE" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO INGRESAR-RECLAMO-FIN
              END-IF
           END-IF
           IF FECHA-CITA NOT = 0 THEN
              MOVE FECHA-CITA TO cita-fecha
              MOVE HORA-CITA  TO cita-hora
              MOVE RUT        TO cita-rut
              MOVE "99"       TO FS-CITAS
              IF WS-CITAS-OK = "S" THEN
                 READ datos-citas END-READ
              END-IF
              IF FS-CITAS NOT = "00" THEN
                 MOVE "LA CITA INDICADA NO EXISTE" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO INGRESAR-RECLAMO-FIN
              END-IF
           END-IF
           IF DESCRIPCION = SPACES THEN
              MOVE "LA DESCRIPCION DEL RECLAMO ES OBLIGATORIA"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO INGRESAR-RECLAMO-FIN
           END-IF

      *       SIN RESPONSABLE: EL EJECUTIVO DE CUENTA DEL CLIENTE, Y
      *       SI NO TIENE, LA COLA GENERICA DEL MESON.
           IF RESPONSABLE = SPACES THEN
              MOVE usuario-ejecutivo TO RESPONSABLE
              IF RESPONSABLE = SPACES THEN
                 MOVE "MESON" TO RESPONSABLE
              END-IF
           END-IF
           PERFORM VALIDAR-RESPONSABLE THRU VALIDAR-RESPONSABLE-FIN
           IF WS-RESP-OK NOT = "S" THEN
              GO TO INGRESAR-RECLAMO-FIN
           END-IF

           MOVE WS-FECHA-SYS  TO FECHA-YYYYMMDD
           MOVE WS-DIAS-PLAZO TO SUM-RES-DIAS
           MOVE "+"           TO SUM-RES-SIGNO
           MOVE "H"           TO SUM-RES-TIPO
           CALL "SumarDiasFecha2" USING PAR-ENTRADA-SUMAR
                                        PAR-SALIDA-SUMAR
           IF FECHA-VALIDA NOT = "S" THEN
              MOVE "NO SE PUDO CALCULAR EL PLAZO (CALENDARIO)"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO INGRESAR-RECLAMO-FIN
           END-IF
           MOVE NUEVA-FECHA-YYYYMMDD TO FECHA-VENCE

           PERFORM PROXIMO-RECLAMO
           PERFORM CREAR-TAREA-RECLAMO

           MOVE RUT            TO reclamo-rut
           MOVE WS-CORRELATIVO TO reclamo-correlativo
           MOVE WS-FECHA-SYS   TO reclamo-fec-ingreso
           MOVE CANAL          TO reclamo-canal
           MOVE CATEGORIA      TO reclamo-categoria
           MOVE SUCURSAL       TO reclamo-sucursal
           MOVE PERIODO-FACT   TO reclamo-factura-periodo
           MOVE FECHA-CITA     TO reclamo-cita-fecha
           MOVE HORA-CITA      TO reclamo-cita-hora
           MOVE DESCRIPCION    TO reclamo-descripcion
           MOVE FECHA-VENCE    TO reclamo-fec-venc
           MOVE RESPONSABLE    TO reclamo-operador
           MOVE WS-CORR-TAREA  TO reclamo-tarea-corr
           MOVE "A"            TO reclamo-estado
           MOVE "N"            TO reclamo-escalado
           MOVE SPACES         TO reclamo-resolucion
                                  reclamo-oper-cierre
           MOVE 0              TO reclamo-nc-numero
                                  reclamo-fec-cierre
           MOVE LK-OPERADOR-ID TO reclamo-oper-ingreso
           MOVE WS-FECHA-SYS   TO reclamo-fecmod
           MOVE LK-OPERADOR-ID TO reclamo-usuario-mod
           WRITE reclamo-registro
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL RECLAMO" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO INGRESAR-RECLAMO-FIN
           END-WRITE

           MOVE WS-CORRELATIVO TO NUMERO
           DISPLAY PANTALLA-RECLAMO
           MOVE SPACES TO MSG-ERROR
           STRING "RECLAMO "      DELIMITED BY SIZE
                  WS-CORRELATIVO  DELIMITED BY SIZE
                  " INGRESADO, RESPONDER A MAS TARDAR EL "
                                  DELIMITED BY SIZE
                  FECHA-VENCE     DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       INGRESAR-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * ASIGNAR-RECLAMO : cambia el responsable de un reclamo      *
      * abierto y con el la tarea pendiente que lo acompana.       *
      *----------------------------------------------------------*
       ASIGNAR-RECLAMO.
           PERFORM LEER-RECLAMO THRU LEER-RECLAMO-FIN
           IF FS-RECLAMOS NOT = "00" THEN
              GO TO ASIGNAR-RECLAMO-FIN
           END-IF
           IF RESPONSABLE = SPACES THEN
              MOVE "INDIQUE EL NUEVO RESPONSABLE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-RECLAMO-FIN
           END-IF
           PERFORM VALIDAR-RESPONSABLE THRU VALIDAR-RESPONSABLE-FIN
           IF WS-RESP-OK NOT = "S" THEN
              GO TO ASIGNAR-RECLAMO-FIN
           END-IF

           MOVE RESPONSABLE    TO reclamo-operador
           MOVE WS-FECHA-SYS   TO reclamo-fecmod
           MOVE LK-OPERADOR-ID TO reclamo-usuario-mod
           REWRITE reclamo-registro END-REWRITE

           MOVE reclamo-rut        TO tarea-rut
           MOVE reclamo-tarea-corr TO tarea-correlativo
           READ datos-tareas
               NOT INVALID KEY
                   IF tarea-pendiente THEN
                      MOVE RESPONSABLE    TO tarea-operador
                      MOVE WS-FECHA-SYS   TO tarea-fecmod
                      MOVE LK-OPERADOR-ID TO tarea-usuario-mod
                      REWRITE tarea-registro END-REWRITE
                   END-IF
           END-READ

           MOVE "RECLAMO REASIGNADO" TO MSG-ERROR
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       ASIGNAR-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CERRAR-RECLAMO : exige la respuesta; la nota de credito,   *
      * si se informa, debe existir y ser del mismo cliente. La    *
      * tarea del responsable se cierra con el reclamo.            *
      *----------------------------------------------------------*
       CERRAR-RECLAMO.
           PERFORM LEER-RECLAMO THRU LEER-RECLAMO-FIN
           IF FS-RECLAMOS NOT = "00" THEN
              GO TO CERRAR-RECLAMO-FIN
           END-IF
           IF RESOLUCION = SPACES THEN
              MOVE "INGRESE LA RESPUESTA DADA AL CLIENTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CERRAR-RECLAMO-FIN
           END-IF
           IF NUMERO-NC NOT = 0 THEN
              MOVE NUMERO-NC TO nc-numero
              MOVE "99"      TO FS-NOTAS
              IF WS-NOTAS-OK = "S" THEN
                 READ datos-notas END-READ
              END-IF
              IF FS-NOTAS NOT = "00" OR nc-rut NOT = RUT THEN
                 MOVE "NOTA DE CREDITO NO EXISTE PARA ESTE CLIENTE"
                                     TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO CERRAR-RECLAMO-FIN
              END-IF
           END-IF

           MOVE "C"            TO reclamo-estado
           MOVE RESOLUCION     TO reclamo-resolucion
           MOVE NUMERO-NC      TO reclamo-nc-numero
           MOVE WS-FECHA-SYS   TO reclamo-fec-cierre
           MOVE LK-OPERADOR-ID TO reclamo-oper-cierre
           MOVE WS-FECHA-SYS   TO reclamo-fecmod
           MOVE LK-OPERADOR-ID TO reclamo-usuario-mod
           REWRITE reclamo-registro END-REWRITE

           MOVE reclamo-rut        TO tarea-rut
           MOVE reclamo-tarea-corr TO tarea-correlativo
           READ datos-tareas
               NOT INVALID KEY
                   IF tarea-pendiente THEN
                      MOVE "C"            TO tarea-estado
                      MOVE WS-FECHA-SYS   TO tarea-fecmod
                      MOVE LK-OPERADOR-ID TO tarea-usuario-mod
                      REWRITE tarea-registro END-REWRITE
                   END-IF
           END-READ

           IF WS-FECHA-SYS > reclamo-fec-venc THEN
              MOVE "RECLAMO CERRADO FUERA DE PLAZO" TO MSG-ERROR
           ELSE
              MOVE "RECLAMO CERRADO DENTRO DEL PLAZO" TO MSG-ERROR
           END-IF
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       CERRAR-RECLAMO-FIN.
           EXIT.

       LEER-RECLAMO.
           MOVE RUT    TO reclamo-rut
           MOVE NUMERO TO reclamo-correlativo
           READ datos-reclamos
               INVALID KEY
                   MOVE "EL RECLAMO NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO LEER-RECLAMO-FIN
           END-READ
           MOVE reclamo-fec-venc TO FECHA-VENCE
           IF NOT reclamo-abierto THEN
              MOVE "EL RECLAMO YA ESTA CERRADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "99" TO FS-RECLAMOS
           END-IF.
       LEER-RECLAMO-FIN.
           EXIT.

      *    EL RESPONSABLE ES LA COLA GENERICA DEL MESON O UN OPERADOR
      *    ACTIVO DE usuarios.dat.
       VALIDAR-RESPONSABLE.
           MOVE "N" TO WS-RESP-OK
           IF RESPONSABLE = "MESON" THEN
              MOVE "S" TO WS-RESP-OK
              GO TO VALIDAR-RESPONSABLE-FIN
           END-IF
           MOVE RESPONSABLE TO operador-id
           READ datos-operadores END-READ
           IF FS-OPERADORES NOT = "00" THEN
              MOVE "RESPONSABLE NO EXISTE EN OPERADORES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-RESPONSABLE-FIN
           END-IF
           IF NOT operador-activo THEN
              MOVE "RESPONSABLE BLOQUEADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-RESPONSABLE-FIN
           END-IF
           MOVE "S" TO WS-RESP-OK.
       VALIDAR-RESPONSABLE-FIN.
           EXIT.

       PROXIMO-RECLAMO.
           MOVE 0   TO WS-CORRELATIVO
           MOVE RUT TO reclamo-rut
           MOVE 0   TO reclamo-correlativo
           START datos-reclamos KEY IS NOT < reclamo-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECORRER-RECLAMOS
           END-START
           ADD 1 TO WS-CORRELATIVO
           .

       RECORRER-RECLAMOS.
           READ datos-reclamos NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF reclamo-rut = RUT THEN
                      MOVE reclamo-correlativo TO WS-CORRELATIVO
                      GO TO RECORRER-RECLAMOS
                   END-IF
           END-READ
           .

      *    LA TAREA VENCE JUNTO CON EL PLAZO LEGAL DEL RECLAMO.
       CREAR-TAREA-RECLAMO.
           MOVE 0   TO WS-CORR-TAREA
           MOVE RUT TO tarea-rut
           MOVE 0   TO tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECORRER-TAREAS
           END-START
           ADD 1 TO WS-CORR-TAREA

           MOVE RUT            TO tarea-rut
           MOVE WS-CORR-TAREA  TO tarea-correlativo
           MOVE SPACES         TO tarea-descripcion
           STRING "RECLAMO "     DELIMITED BY SIZE
                  WS-CORRELATIVO DELIMITED BY SIZE
                  ": "           DELIMITED BY SIZE
                  DESCRIPCION    DELIMITED BY SIZE
                     INTO tarea-descripcion
           END-STRING
           MOVE WS-FECHA-SYS   TO tarea-fec-creacion
           MOVE FECHA-VENCE    TO tarea-fec-venc
           MOVE RESPONSABLE    TO tarea-operador
           MOVE "P"            TO tarea-estado
           MOVE SPACE          TO tarea-escalada
           MOVE WS-FECHA-SYS   TO tarea-fecmod
           MOVE LK-OPERADOR-ID TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   MOVE 0 TO WS-CORR-TAREA
           END-WRITE
           .

       RECORRER-TAREAS.
           READ datos-tareas NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF tarea-rut = RUT THEN
                      MOVE tarea-correlativo TO WS-CORR-TAREA
                      GO TO RECORRER-TAREAS
                   END-IF
           END-READ
           .

       END PROGRAM MantenedorReclamos.
