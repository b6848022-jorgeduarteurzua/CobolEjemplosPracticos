      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte de cartera por ejecutivo de cuenta: toma de
      *          clientes.dat los clientes no dados de baja, los
      *          ordena (SORT) por ejecutivo y RUT y lista cada uno
      *          con lo facturado en el mes de la fecha de negocio,
      *          el saldo vencido (facturas pendientes pasadas de su
      *          vencimiento), las tareas abiertas y la fecha del
      *          ultimo contacto (contactos.dat). Por ejecutivo:
      *          cantidad de clientes, totales y su contacto mas
      *          reciente; los clientes sin ejecutivo se agrupan
      *          aparte. Salida por spool (CARTERA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteCartera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-CONTACTOS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\cartera_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-EJECUTIVO     PIC X(10).
           05  SRT-RUT           PIC 9(10).
           05  SRT-APEPAT        PIC X(20).
           05  SRT-FACTURADO     PIC 9(11)V99.
           05  SRT-VENCIDO       PIC 9(11)V99.
           05  SRT-TAREAS        PIC 9(04).
           05  SRT-ULT-CONTACTO  PIC 9(08).

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS           PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-TAREAS             PIC XX.
       01  FS-CONTACTOS          PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  WS-FACTURAS-OK        PIC X VALUE "N".
       01  WS-TAREAS-OK          PIC X VALUE "N".
       01  WS-CONTACTOS-OK       PIC X VALUE "N".
       01  WS-OPERADORES-OK      PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  fin-detalle           PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-EJECUTIVO-ANT      PIC X(10).
       01  WS-EJECUTIVO-DESC     PIC X(30).

       01  WS-CANT-EJEC          PIC 9(06).
       01  WS-FACT-EJEC          PIC 9(13)V99.
       01  WS-VENC-EJEC          PIC 9(13)V99.
       01  WS-TAREAS-EJEC        PIC 9(06).
       01  WS-CONTACTO-EJEC      PIC 9(08).
       01  WS-CONT-CLIENTES      PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-EJEC      PIC 9(06) VALUE 0.
       01  WS-SUM-FACTURADO      PIC 9(13)V99 VALUE 0.
       01  WS-SUM-VENCIDO        PIC 9(13)V99 VALUE 0.
       01  WS-SUM-TAREAS         PIC 9(06) VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-FACT-EDIT          PIC Z(10)9.99.
       01  WS-VENC-EDIT          PIC Z(10)9.99.
       01  WS-TAREAS-EDIT        PIC ZZZ9.
       01  WS-CANT-EDIT          PIC ZZZZZ9.
       01  WS-CANT2-EDIT         PIC ZZZZZ9.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01  WS-TOT2-EDIT          PIC Z(12)9.99.

       01  WS-RUTA-SPOOL         PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01 PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion PIC X.
           05  lk-rw-ruta      PIC X(80).
           05  lk-rw-titulo    PIC X(60).
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA       TO WS-FECHA-SYS
           MOVE WS-FECHA-SYS(1:6) TO WS-PERIODO

           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              DISPLAY "NO HAY CLIENTES REGISTRADOS."
              GOBACK
           END-IF
      *       Los demas archivos son opcionales: sin ellos la
      *       columna sale en cero.
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF
           OPEN INPUT datos-tareas
           IF FS-TAREAS = "00" THEN
              MOVE "S" TO WS-TAREAS-OK
           END-IF
           OPEN INPUT datos-contactos
           IF FS-CONTACTOS = "00" THEN
              MOVE "S" TO WS-CONTACTOS-OK
           END-IF
           OPEN INPUT datos-operadores
           IF FS-OPERADORES = "00" THEN
              MOVE "S" TO WS-OPERADORES-OK
           END-IF

           MOVE "CARTERA"       TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "CARTERA POR EJECUTIVO AL "
                                 DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                  " MES "        DELIMITED BY SIZE
                  WS-PERIODO     DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "       RUT CLIENTE             "
                                 DELIMITED BY SIZE
                  "    FACTURADO        VENCIDO TAREAS ULT.CONT"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           SORT sort-work ON ASCENDING KEY SRT-EJECUTIVO
                                           SRT-RUT
               INPUT PROCEDURE IS SORT-TOMAR-CLIENTES
               OUTPUT PROCEDURE IS SORT-LISTAR-CARTERA

           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-EJECUTIVO
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-CONT-CLIENTES TO WS-CANT-EDIT
           MOVE WS-CONT-SIN-EJEC TO WS-CANT2-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL CLIENTES " DELIMITED BY SIZE
                  WS-CANT-EDIT      DELIMITED BY SIZE
                  " SIN EJECUTIVO " DELIMITED BY SIZE
                  WS-CANT2-EDIT     DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-SUM-FACTURADO TO WS-TOT-EDIT
           MOVE WS-SUM-VENCIDO   TO WS-TOT2-EDIT
           MOVE WS-SUM-TAREAS    TO WS-CANT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "FACTURADO EN EL MES $" DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
                  " VENCIDO $"            DELIMITED BY SIZE
                  WS-TOT2-EDIT            DELIMITED BY SIZE
                  " TAREAS ABIERTAS "     DELIMITED BY SIZE
                  WS-CANT-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-usuarios
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           IF WS-TAREAS-OK = "S" THEN
              CLOSE datos-tareas
           END-IF
           IF WS-CONTACTOS-OK = "S" THEN
              CLOSE datos-contactos
           END-IF
           IF WS-OPERADORES-OK = "S" THEN
              CLOSE datos-operadores
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "CARTERA POR EJECUTIVO AL " WS-FECHA-SYS
           DISPLAY "CLIENTES...........: " WS-CONT-CLIENTES
           DISPLAY "SIN EJECUTIVO......: " WS-CONT-SIN-EJEC
           MOVE WS-SUM-VENCIDO TO WS-TOT-EDIT
           DISPLAY "SALDO VENCIDO......: $" WS-TOT-EDIT
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * SORT-TOMAR-CLIENTES : cada cliente vigente va al sort con *
      * sus cifras ya calculadas desde facturas, tareas y         *
      * contactos (todos con el RUT al inicio de la llave).       *
      *----------------------------------------------------------*
       SORT-TOMAR-CLIENTES.
           MOVE 0 TO usuario-rut
           START datos-usuarios KEY IS NOT < usuario-rut
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-usuarios NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF NOT usuario-baja THEN
                          PERFORM TOMAR-UN-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           .

       TOMAR-UN-CLIENTE.
           MOVE usuario-ejecutivo TO SRT-EJECUTIVO
           MOVE usuario-rut       TO SRT-RUT
           MOVE usuario-apepat    TO SRT-APEPAT
           IF usuario-juridica THEN
              MOVE usuario-razon-social TO SRT-APEPAT
           END-IF
           MOVE 0 TO SRT-FACTURADO SRT-VENCIDO SRT-TAREAS
                     SRT-ULT-CONTACTO
           IF WS-FACTURAS-OK = "S" THEN
              PERFORM SUMAR-FACTURAS
           END-IF
           IF WS-TAREAS-OK = "S" THEN
              PERFORM CONTAR-TAREAS
           END-IF
           IF WS-CONTACTOS-OK = "S" THEN
              PERFORM ULTIMO-CONTACTO
           END-IF
           RELEASE SRT-REGISTRO
           .

      *    FACTURADO = EMITIDO EN EL MES; VENCIDO = LO QUE FALTA POR
      *    PAGAR DE LAS PENDIENTES CUYO VENCIMIENTO YA PASO.
       SUMAR-FACTURAS.
           MOVE "N"         TO fin-detalle
           MOVE usuario-rut TO factura-rut
           MOVE 0           TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "Y" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "Y"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-detalle
                   NOT AT END
                       IF factura-rut NOT = usuario-rut THEN
                          MOVE "Y" TO fin-detalle
                       ELSE
                          IF factura-fec-emision(1:6) = WS-PERIODO
                             THEN
                             ADD factura-monto TO SRT-FACTURADO
                          END-IF
                          IF factura-pendiente AND
                             factura-fec-venc < WS-FECHA-SYS AND
                             factura-monto > factura-pagado THEN
                             COMPUTE SRT-VENCIDO = SRT-VENCIDO +
                                     factura-monto - factura-pagado
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CONTAR-TAREAS.
           MOVE "N"         TO fin-detalle
           MOVE usuario-rut TO tarea-rut
           MOVE 0           TO tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "Y" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "Y"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-detalle
                   NOT AT END
                       IF tarea-rut NOT = usuario-rut THEN
                          MOVE "Y" TO fin-detalle
                       ELSE
                          IF tarea-pendiente THEN
                             ADD 1 TO SRT-TAREAS
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    contactos.dat VA POR RUT+FECHA+HORA: EL ULTIMO LEIDO DEL
      *    RUT ES EL MAS RECIENTE.
       ULTIMO-CONTACTO.
           MOVE "N"         TO fin-detalle
           MOVE usuario-rut TO contacto-rut
           MOVE 0           TO contacto-fecha contacto-hora
           START datos-contactos KEY IS NOT < contacto-llave
               INVALID KEY
                   MOVE "Y" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "Y"
               READ datos-contactos NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-detalle
                   NOT AT END
                       IF contacto-rut NOT = usuario-rut THEN
                          MOVE "Y" TO fin-detalle
                       ELSE
                          MOVE contacto-fecha TO SRT-ULT-CONTACTO
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * SORT-LISTAR-CARTERA : quiebre por ejecutivo, con su       *
      * nombre de usuarios.dat y subtotal al cambiar.             *
      *----------------------------------------------------------*
       SORT-LISTAR-CARTERA.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UN-CLIENTE
               END-RETURN
           END-PERFORM
           .

       LISTAR-UN-CLIENTE.
           IF WS-PRIMERA = "S" THEN
              MOVE "N" TO WS-PRIMERA
              PERFORM ABRIR-EJECUTIVO
           ELSE
              IF SRT-EJECUTIVO NOT = WS-EJECUTIVO-ANT THEN
                 PERFORM CERRAR-EJECUTIVO
                 PERFORM ABRIR-EJECUTIVO
              END-IF
           END-IF

           ADD 1 TO WS-CANT-EJEC WS-CONT-CLIENTES
           IF SRT-EJECUTIVO = SPACES THEN
              ADD 1 TO WS-CONT-SIN-EJEC
           END-IF
           ADD SRT-FACTURADO TO WS-FACT-EJEC WS-SUM-FACTURADO
           ADD SRT-VENCIDO   TO WS-VENC-EJEC WS-SUM-VENCIDO
           ADD SRT-TAREAS    TO WS-TAREAS-EJEC WS-SUM-TAREAS
           IF SRT-ULT-CONTACTO > WS-CONTACTO-EJEC THEN
              MOVE SRT-ULT-CONTACTO TO WS-CONTACTO-EJEC
           END-IF

           MOVE SRT-RUT       TO WS-RUT-EDIT
           MOVE SRT-FACTURADO TO WS-FACT-EDIT
           MOVE SRT-VENCIDO   TO WS-VENC-EDIT
           MOVE SRT-TAREAS    TO WS-TAREAS-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-APEPAT        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-FACT-EDIT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-VENC-EDIT      DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  WS-TAREAS-EDIT    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-ULT-CONTACTO  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-EJECUTIVO.
           MOVE SRT-EJECUTIVO TO WS-EJECUTIVO-ANT
           MOVE 0 TO WS-CANT-EJEC WS-FACT-EJEC WS-VENC-EJEC
                     WS-TAREAS-EJEC WS-CONTACTO-EJEC
           MOVE "(NO REGISTRADO)" TO WS-EJECUTIVO-DESC
           IF SRT-EJECUTIVO = SPACES THEN
              MOVE "SIN EJECUTIVO" TO WS-EJECUTIVO-DESC
           ELSE
              IF WS-OPERADORES-OK = "S" THEN
                 MOVE SRT-EJECUTIVO TO operador-id
                 READ datos-operadores
                     NOT INVALID KEY
                         MOVE operador-nombre TO WS-EJECUTIVO-DESC
                 END-READ
              END-IF
           END-IF
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "EJECUTIVO "       DELIMITED BY SIZE
                  SRT-EJECUTIVO      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-EJECUTIVO-DESC  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-EJECUTIVO.
           MOVE WS-CANT-EJEC   TO WS-CANT-EDIT
           MOVE WS-FACT-EJEC   TO WS-TOT-EDIT
           MOVE WS-VENC-EJEC   TO WS-TOT2-EDIT
           MOVE WS-TAREAS-EJEC TO WS-CANT2-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SUBTOTAL " DELIMITED BY SIZE
                  WS-EJECUTIVO-ANT DELIMITED BY SIZE
                  ": CLIENTES "    DELIMITED BY SIZE
                  WS-CANT-EDIT     DELIMITED BY SIZE
                  " FACTURADO $"   DELIMITED BY SIZE
                  WS-TOT-EDIT      DELIMITED BY SIZE
                  " VENCIDO $"     DELIMITED BY SIZE
                  WS-TOT2-EDIT     DELIMITED BY SIZE
                  " TAREAS "       DELIMITED BY SIZE
                  WS-CANT2-EDIT    DELIMITED BY SIZE
                  " ULT.CONTACTO " DELIMITED BY SIZE
                  WS-CONTACTO-EJEC DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ReporteCartera.
