      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Extraccion nocturna para el almacen de datos de
      *          gerencia, en formato dimension/hecho. Dimensiones:
      *          clientes (segmento, ciudad, region, empresa, tipo
      *          de cliente), servicios, sucursales, operadores y el
      *          calendario de calendario.dat. Hechos: facturas y sus
      *          lineas de detalle, movimientos, citas, contactos y
      *          encuestas. Es incremental: solo sale lo creado o
      *          modificado desde la fecha de la entrega anterior
      *          (dw_ctrl.dat, con numero de entrega estrictamente
      *          creciente como el envio contable); operadores y
      *          calendario, que son chicos, salen completos en cada
      *          entrega. Las filas llevan llaves sustitutas estables
      *          (dw_claves.dat: se asignan una vez por llave natural
      *          y no cambian); el calendario usa la fecha AAAAMMDD
      *          como llave. Una fila puede repetirse en la entrega
      *          siguiente si su registro se modifico el mismo dia de
      *          la anterior; el almacen la reemplaza por su llave.
      *          Cada entrega deja dw_control_NNNNNN.txt con la
      *          cantidad de filas y la suma de control de cada
      *          archivo (suma de la primera columna mas la columna
      *          MONTO cuando el archivo la tiene), para que el
      *          equipo del almacen verifique la carga. No se
      *          extraen nombres ni datos de contacto de clientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtraerDW.

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

           SELECT datos-servicios
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS servicio-codigo
               FILE STATUS IS FS-SERVICIOS.

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

           SELECT calendario
               ASSIGN TO
           "C:\PgmCobols\Data\calendario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS calendario-fecha
               FILE STATUS IS FS-CALENDARIO.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-factdet
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdet-llave
               FILE STATUS IS FS-FACTDET.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT datos-citas
               ASSIGN TO
           "C:\PgmCobols\Data\citas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cita-llave
               FILE STATUS IS FS-CITAS.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-CONTACTOS.

           SELECT datos-encuestas
               ASSIGN TO
           "C:\PgmCobols\Data\encuestas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS enc-llave
               FILE STATUS IS FS-ENCUESTAS.

           SELECT claves-dw
               ASSIGN TO
           "C:\PgmCobols\Data\dw_claves.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dwc-llave
               FILE STATUS IS FS-CLAVES.

           SELECT control-dw ASSIGN TO
           "C:\PgmCobols\Data\dw_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT archivo-dw
               ASSIGN TO DYNAMIC WS-RUTA-DW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT archivo-det
               ASSIGN TO DYNAMIC WS-RUTA-DET
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT archivo-carga
               ASSIGN TO DYNAMIC WS-RUTA-CARGA
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-servicios.
           copy "C:\PgmCobols\FD\FDServicio.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

       FD  datos-encuestas.
           copy "C:\PgmCobols\FD\FDEncuesta.cpy".

       FD  claves-dw.
           copy "C:\PgmCobols\FD\FDDwClave.cpy".

       FD  control-dw.
       01  control-linea         PIC X(20).

       FD  archivo-dw.
       01  dw-linea              PIC X(300).

       FD  archivo-det.
       01  det-linea             PIC X(300).

       FD  archivo-carga.
       01  carga-linea           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS           PIC XX.
       01  FS-SERVICIOS          PIC XX.
       01  FS-SUCURSALES         PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  FS-CALENDARIO         PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-FACTDET            PIC XX.
       01  FS-MOVIMIENTOS        PIC XX.
       01  FS-CITAS              PIC XX.
       01  FS-CONTACTOS          PIC XX.
       01  FS-ENCUESTAS          PIC XX.
       01  FS-CLAVES             PIC XX.
       01  FS-CONTROL            PIC XX.
       01  fin-de-archivo        PIC X.
       01  fin-detalle           PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-HORA-INICIO        PIC 9(06).

      *    ULTIMA ENTREGA (dw_ctrl.dat): NUMERO Y FECHA. LA FECHA ES
      *    EL CORTE DEL INCREMENTAL DE ESTA ENTREGA; 0 = PRIMERA
      *    ENTREGA, SALE TODO.
       01  WS-SEQ-ULTIMA         PIC 9(06) VALUE 0.
       01  WS-SEQ-EMITIR         PIC 9(06).
       01  WS-FECHA-DESDE        PIC 9(08) VALUE 0.

      *    ARCHIVO EN CURSO (archivo-dw) Y LINEAS DE FACTURA
      *    (archivo-det), CADA UNO CON SU CANTIDAD Y SUMA DE CONTROL.
       01  WS-RUTA-DW            PIC X(60).
       01  WS-RUTA-DET           PIC X(60).
       01  WS-RUTA-CARGA         PIC X(60).
       01  WS-ARCH-NOMBRE        PIC X(20).
       01  WS-ARCH-TIPO          PIC X(03).
       01  WS-ARCH-MODO          PIC X.
      *        I = incremental; F = completo en cada entrega.
       01  WS-ARCH-ARCHIVO       PIC X(40).
       01  WS-ARCH-CANT          PIC 9(08).
       01  WS-ARCH-SUMA          PIC 9(15)V99.
       01  WS-DET-ARCHIVO        PIC X(40).
       01  WS-DET-CANT           PIC 9(08).
       01  WS-DET-SUMA           PIC 9(15)V99.
       01  WS-FILA               PIC X(300).

      *    LINEA D DEL CONTROL DE CARGA.
       01  WS-CTL-ARCHIVO        PIC X(40).
       01  WS-CTL-TIPO           PIC X(03).
       01  WS-CTL-MODO           PIC X.
       01  WS-CTL-CANT           PIC 9(08).
       01  WS-CTL-SUMA           PIC 9(15)V99.
       01  WS-CTL-SUMA-EDIT      PIC 9(15).99.
       01  WS-TOT-ARCHIVOS       PIC 9(03) VALUE 0.
       01  WS-TOT-FILAS          PIC 9(09) VALUE 0.

      *    LLAVE SUSTITUTA PEDIDA/ENTREGADA.
       01  WS-SK-DIMENSION       PIC X(03).
       01  WS-SK-NATURAL         PIC X(20).
       01  WS-SK                 PIC 9(09).
       01  WS-SK-CLIENTE         PIC 9(09).
       01  WS-SK-SERVICIO        PIC 9(09).
       01  WS-SK-SUCURSAL        PIC 9(09).
       01  WS-SK-OPERADOR        PIC 9(09).
       01  WS-CONT-SK-NUEVAS     PIC 9(06) VALUE 0.
       01  WS-CONT-SK-DESCONOC   PIC 9(06) VALUE 0.
      *        Hechos cuyo cliente, servicio, sucursal u operador no
      *        tiene llave asignada: salen con llave 0 (desconocido).
       01  WS-CONT-LEIDOS        PIC 9(09) VALUE 0.

       01  WS-EMPRESA            PIC X(03).
       01  WS-REGION             PIC X(30).
       01  WS-MONTO-DW           PIC 9(11).99.
       01  WS-MONTO-DW2          PIC 9(11).99.
       01  WS-MONTO-DW3          PIC 9(11).99.
       01  WS-MONTO-DW4          PIC 9(11).99.
       01  WS-MONTO-DW5          PIC 9(11).99.

       01 PAR-ENTRADA-REGION.
           05  LK-RC-CIUDAD    PIC X(50).
       01 PAR-SALIDA-REGION.
           05  LK-RC-ENCONTRADA PIC X.
           05  LK-RC-REGION     PIC X(30).

       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           PERFORM LEER-CONTROL-DW
           COMPUTE WS-SEQ-EMITIR = WS-SEQ-ULTIMA + 1

           OPEN I-O claves-dw
           IF FS-CLAVES = "35" THEN
              OPEN OUTPUT claves-dw
              CLOSE claves-dw
              OPEN I-O claves-dw
           END-IF
           IF FS-CLAVES NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR dw_claves.dat: " FS-CLAVES
              GOBACK
           END-IF

           MOVE SPACES TO WS-RUTA-CARGA
           STRING "C:\PgmCobols\Data\dw_control_" DELIMITED BY SIZE
                  WS-SEQ-EMITIR                   DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
                     INTO WS-RUTA-CARGA
           END-STRING
           OPEN OUTPUT archivo-carga
           MOVE SPACES TO carga-linea
           STRING "H;"           DELIMITED BY SIZE
                  WS-SEQ-EMITIR  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                     INTO carga-linea
           END-STRING
           WRITE carga-linea

      *       PRIMERO LAS DIMENSIONES: ASI LOS HECHOS ENCUENTRAN YA
      *       ASIGNADAS LAS LLAVES DE LOS REGISTROS NUEVOS.
           PERFORM EXTRAER-CLIENTES
           PERFORM EXTRAER-SERVICIOS
           PERFORM EXTRAER-SUCURSALES
           PERFORM EXTRAER-OPERADORES
           PERFORM EXTRAER-CALENDARIO
           PERFORM EXTRAER-FACTURAS
           PERFORM EXTRAER-MOVIMIENTOS
           PERFORM EXTRAER-CITAS
           PERFORM EXTRAER-CONTACTOS
           PERFORM EXTRAER-ENCUESTAS

           MOVE SPACES TO carga-linea
           STRING "T;"            DELIMITED BY SIZE
                  WS-TOT-ARCHIVOS DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-TOT-FILAS    DELIMITED BY SIZE
                     INTO carga-linea
           END-STRING
           WRITE carga-linea
           CLOSE archivo-carga claves-dw

           MOVE WS-SEQ-EMITIR TO WS-SEQ-ULTIMA
           PERFORM GRABAR-CONTROL-DW

           MOVE "ExtraerDW"         TO lk-co-programa
           MOVE WS-HORA-INICIO      TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDOS      TO lk-co-leidos
           MOVE WS-TOT-FILAS        TO lk-co-grabados
           MOVE WS-CONT-SK-DESCONOC TO lk-co-rechazados
           MOVE "OK"                TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           DISPLAY "-------------------------------------------"
           DISPLAY "EXTRACCION ALMACEN ENTREGA " WS-SEQ-EMITIR
           DISPLAY "DESDE FECHA.........: " WS-FECHA-DESDE
           DISPLAY "ARCHIVOS............: " WS-TOT-ARCHIVOS
           DISPLAY "FILAS...............: " WS-TOT-FILAS
           DISPLAY "LLAVES NUEVAS.......: " WS-CONT-SK-NUEVAS
           DISPLAY "LLAVES DESCONOCIDAS.: " WS-CONT-SK-DESCONOC
           DISPLAY "CONTROL DE CARGA....: " WS-RUTA-CARGA
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    dw_ctrl.dat: NUMERO (1:6) Y FECHA (7:8) DE LA ULTIMA
      *    ENTREGA, MISMO CRITERIO QUE contab_ctrl.dat.
       LEER-CONTROL-DW.
           OPEN INPUT control-dw
           IF FS-CONTROL = "00" THEN
              READ control-dw INTO control-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF control-linea(1:6) IS NUMERIC THEN
                         MOVE control-linea(1:6) TO WS-SEQ-ULTIMA
                      END-IF
                      IF control-linea(7:8) IS NUMERIC THEN
                         MOVE control-linea(7:8) TO WS-FECHA-DESDE
                      END-IF
              END-READ
              CLOSE control-dw
           END-IF
           .

       GRABAR-CONTROL-DW.
           OPEN OUTPUT control-dw
           MOVE SPACES TO control-linea
           MOVE WS-SEQ-ULTIMA TO control-linea(1:6)
           MOVE WS-FECHA-SYS  TO control-linea(7:8)
           WRITE control-linea
           CLOSE control-dw
           .

      *----------------------------------------------------------*
      * ABRIR-ARCHIVO-DW : arma dw_<nombre>_<entrega>.txt, lo abre *
      * y deja la fila de encabezado (WS-FILA) como primera linea. *
      *----------------------------------------------------------*
       ABRIR-ARCHIVO-DW.
           MOVE SPACES TO WS-ARCH-ARCHIVO WS-RUTA-DW
           STRING "dw_"          DELIMITED BY SIZE
                  WS-ARCH-NOMBRE DELIMITED BY " "
                  "_"            DELIMITED BY SIZE
                  WS-SEQ-EMITIR  DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                     INTO WS-ARCH-ARCHIVO
           END-STRING
           STRING "C:\PgmCobols\Data\" DELIMITED BY SIZE
                  WS-ARCH-ARCHIVO      DELIMITED BY " "
                     INTO WS-RUTA-DW
           END-STRING
           OPEN OUTPUT archivo-dw
           MOVE 0 TO WS-ARCH-CANT WS-ARCH-SUMA
           WRITE dw-linea FROM WS-FILA
           .

       ESCRIBIR-FILA-DW.
           WRITE dw-linea FROM WS-FILA
           ADD 1 TO WS-ARCH-CANT
           .

       CERRAR-ARCHIVO-DW.
           CLOSE archivo-dw
           MOVE WS-ARCH-ARCHIVO TO WS-CTL-ARCHIVO
           MOVE WS-ARCH-TIPO    TO WS-CTL-TIPO
           MOVE WS-ARCH-MODO    TO WS-CTL-MODO
           MOVE WS-ARCH-CANT    TO WS-CTL-CANT
           MOVE WS-ARCH-SUMA    TO WS-CTL-SUMA
           PERFORM REGISTRAR-CONTROL
           .

      *    UNA LINEA D POR ARCHIVO ENTREGADO EN EL CONTROL DE CARGA.
       REGISTRAR-CONTROL.
           ADD 1           TO WS-TOT-ARCHIVOS
           ADD WS-CTL-CANT TO WS-TOT-FILAS
           MOVE WS-CTL-SUMA TO WS-CTL-SUMA-EDIT
           MOVE SPACES TO carga-linea
           STRING "D;"             DELIMITED BY SIZE
                  WS-CTL-ARCHIVO   DELIMITED BY " "
                  ";"              DELIMITED BY SIZE
                  WS-CTL-TIPO      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-CTL-MODO      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-CTL-CANT      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-CTL-SUMA-EDIT DELIMITED BY SIZE
                     INTO carga-linea
           END-STRING
           WRITE carga-linea
           .

      *----------------------------------------------------------*
      * OBTENER-SK : llave sustituta de una llave natural de la    *
      * dimension; si no la tiene se le asigna la siguiente y      *
      * queda fija en dw_claves.dat.                               *
      *----------------------------------------------------------*
       OBTENER-SK.
           MOVE WS-SK-DIMENSION TO dwc-dimension
           MOVE WS-SK-NATURAL   TO dwc-natural
           READ claves-dw
               INVALID KEY
                   PERFORM ASIGNAR-SK
               NOT INVALID KEY
                   MOVE dwc-sk TO WS-SK
           END-READ
           .

      *    EL REGISTRO CONTADOR (LLAVE NATURAL EN BLANCO) GUARDA LA
      *    ULTIMA LLAVE ENTREGADA DE LA DIMENSION.
       ASIGNAR-SK.
           MOVE WS-SK-DIMENSION TO dwc-dimension
           MOVE SPACES          TO dwc-natural
           READ claves-dw
               INVALID KEY
                   MOVE 0            TO dwc-sk
                   MOVE WS-FECHA-SYS TO dwc-fec-alta
                   WRITE dwc-registro END-WRITE
           END-READ
           ADD 1 TO dwc-sk
           MOVE dwc-sk TO WS-SK
           REWRITE dwc-registro END-REWRITE

           MOVE WS-SK-DIMENSION TO dwc-dimension
           MOVE WS-SK-NATURAL   TO dwc-natural
           MOVE WS-SK           TO dwc-sk
           MOVE WS-FECHA-SYS    TO dwc-fec-alta
           WRITE dwc-registro END-WRITE
           ADD 1 TO WS-CONT-SK-NUEVAS
           .

      *    LOS HECHOS SOLO BUSCAN: SIN LLAVE ASIGNADA VAN CON 0.
       BUSCAR-SK.
           MOVE 0 TO WS-SK
           IF WS-SK-NATURAL = SPACES THEN
              CONTINUE
           ELSE
              MOVE WS-SK-DIMENSION TO dwc-dimension
              MOVE WS-SK-NATURAL   TO dwc-natural
              READ claves-dw
                  INVALID KEY
                      ADD 1 TO WS-CONT-SK-DESCONOC
                  NOT INVALID KEY
                      MOVE dwc-sk TO WS-SK
              END-READ
           END-IF
           .

       BUSCAR-REGION.
           MOVE "(SIN REGION)" TO WS-REGION
           CALL "RegionDeCiudad" USING PAR-ENTRADA-REGION
                                       PAR-SALIDA-REGION
           IF LK-RC-ENCONTRADA = "S" THEN
              MOVE LK-RC-REGION TO WS-REGION
           END-IF
           .

      *----------------------------------------------------------*
      * DIMENSION CLIENTES                                         *
      *----------------------------------------------------------*
       EXTRAER-CLIENTES.
           MOVE "dim_cliente" TO WS-ARCH-NOMBRE
           MOVE "DIM"         TO WS-ARCH-TIPO
           MOVE "I"           TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "CLIENTE_SK;RUT;DV;TIPO_CLIENTE;TIPO_DOC;"
                                          DELIMITED BY SIZE
                  "CIUDAD;REGION;SEGMENTO;EMPRESA;ESTADO;"
                                          DELIMITED BY SIZE
                  "FEC_ALTA;EJECUTIVO;FECMOD"
                                          DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              PERFORM RECORRER-CLIENTES
              CLOSE datos-usuarios
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-CLIENTES.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO usuario-rut
           START datos-usuarios KEY IS NOT < usuario-rut
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-usuarios NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF usuario-fecmod >= WS-FECHA-DESDE OR
                          usuario-feccre >= WS-FECHA-DESDE THEN
                          PERFORM FILA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-CLIENTE.
           MOVE "CLI"       TO WS-SK-DIMENSION
           MOVE usuario-rut TO WS-SK-NATURAL
           PERFORM OBTENER-SK
           MOVE usuario-empresa TO WS-EMPRESA
           IF WS-EMPRESA = SPACES THEN
              MOVE "001" TO WS-EMPRESA
           END-IF
           MOVE usuario-ciudad TO LK-RC-CIUDAD
           PERFORM BUSCAR-REGION
           MOVE SPACES TO WS-FILA
           STRING WS-SK                DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-rut          DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-dv           DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-tipo-cliente DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-tipo-doc     DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-ciudad       DELIMITED BY "  "
                  ";"                  DELIMITED BY SIZE
                  WS-REGION            DELIMITED BY "  "
                  ";"                  DELIMITED BY SIZE
                  usuario-segmento     DELIMITED BY " "
                  ";"                  DELIMITED BY SIZE
                  WS-EMPRESA           DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-estado       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-feccre       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  usuario-ejecutivo    DELIMITED BY " "
                  ";"                  DELIMITED BY SIZE
                  usuario-fecmod       DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * DIMENSION SERVICIOS                                        *
      *----------------------------------------------------------*
       EXTRAER-SERVICIOS.
           MOVE "dim_servicio" TO WS-ARCH-NOMBRE
           MOVE "DIM"          TO WS-ARCH-TIPO
           MOVE "I"            TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "SERVICIO_SK;CODIGO;DESCRIPCION;MONTO;MONEDA;"
                                          DELIMITED BY SIZE
                  "IVA;ESTADO;FECMOD"     DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-servicios
           IF FS-SERVICIOS = "00" THEN
              PERFORM RECORRER-SERVICIOS
              CLOSE datos-servicios
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-SERVICIOS.
           MOVE "N"        TO fin-de-archivo
           MOVE LOW-VALUES TO servicio-codigo
           START datos-servicios KEY IS NOT < servicio-codigo
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-servicios NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF servicio-fecmod >= WS-FECHA-DESDE THEN
                          PERFORM FILA-SERVICIO
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-SERVICIO.
           MOVE "SRV"           TO WS-SK-DIMENSION
           MOVE servicio-codigo TO WS-SK-NATURAL
           PERFORM OBTENER-SK
           MOVE servicio-precio TO WS-MONTO-DW
           MOVE SPACES TO WS-FILA
           STRING WS-SK                DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  servicio-codigo      DELIMITED BY " "
                  ";"                  DELIMITED BY SIZE
                  servicio-descripcion DELIMITED BY "  "
                  ";"                  DELIMITED BY SIZE
                  WS-MONTO-DW          DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  servicio-moneda      DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  servicio-iva         DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  servicio-estado      DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  servicio-fecmod      DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK           TO WS-ARCH-SUMA
           ADD servicio-precio TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * DIMENSION SUCURSALES                                       *
      *----------------------------------------------------------*
       EXTRAER-SUCURSALES.
           MOVE "dim_sucursal" TO WS-ARCH-NOMBRE
           MOVE "DIM"          TO WS-ARCH-TIPO
           MOVE "I"            TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "SUCURSAL_SK;CODIGO;NOMBRE;CIUDAD;REGION;"
                                          DELIMITED BY SIZE
                  "CAPACIDAD;ESTADO;FECMOD"
                                          DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES = "00" THEN
              PERFORM RECORRER-SUCURSALES
              CLOSE datos-sucursales
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-SUCURSALES.
           MOVE "N"        TO fin-de-archivo
           MOVE LOW-VALUES TO sucursal-codigo
           START datos-sucursales KEY IS NOT < sucursal-codigo
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-sucursales NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF sucursal-fecmod >= WS-FECHA-DESDE THEN
                          PERFORM FILA-SUCURSAL
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-SUCURSAL.
           MOVE "SUC"           TO WS-SK-DIMENSION
           MOVE sucursal-codigo TO WS-SK-NATURAL
           PERFORM OBTENER-SK
           MOVE sucursal-ciudad TO LK-RC-CIUDAD
           PERFORM BUSCAR-REGION
           MOVE SPACES TO WS-FILA
           STRING WS-SK              DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  sucursal-codigo    DELIMITED BY " "
                  ";"                DELIMITED BY SIZE
                  sucursal-nombre    DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  sucursal-ciudad    DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  WS-REGION          DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  sucursal-capacidad DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  sucursal-estado    DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  sucursal-fecmod    DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * DIMENSION OPERADORES: usuarios.dat no lleva fecha de       *
      * modificacion, sale completa en cada entrega (sin clave).   *
      *----------------------------------------------------------*
       EXTRAER-OPERADORES.
           MOVE "dim_operador" TO WS-ARCH-NOMBRE
           MOVE "DIM"          TO WS-ARCH-TIPO
           MOVE "F"            TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "OPERADOR_SK;OPERADOR;NOMBRE;PERFIL;ESTADO;"
                                          DELIMITED BY SIZE
                  "REGION;SUPERVISOR"     DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-operadores
           IF FS-OPERADORES = "00" THEN
              PERFORM RECORRER-OPERADORES
              CLOSE datos-operadores
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-OPERADORES.
           MOVE "N"        TO fin-de-archivo
           MOVE LOW-VALUES TO operador-id
           START datos-operadores KEY IS NOT < operador-id
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-operadores NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM FILA-OPERADOR
               END-READ
           END-PERFORM
           .

       FILA-OPERADOR.
           MOVE "OPE"       TO WS-SK-DIMENSION
           MOVE operador-id TO WS-SK-NATURAL
           PERFORM OBTENER-SK
           MOVE SPACES TO WS-FILA
           STRING WS-SK               DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  operador-id         DELIMITED BY " "
                  ";"                 DELIMITED BY SIZE
                  operador-nombre     DELIMITED BY "  "
                  ";"                 DELIMITED BY SIZE
                  operador-perfil     DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  operador-estado     DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  operador-region     DELIMITED BY "  "
                  ";"                 DELIMITED BY SIZE
                  operador-supervisor DELIMITED BY " "
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * DIMENSION CALENDARIO: completa en cada entrega (los        *
      * feriados se corrigen con MantenedorFeriados); la llave es  *
      * la fecha AAAAMMDD.                                         *
      *----------------------------------------------------------*
       EXTRAER-CALENDARIO.
           MOVE "dim_calendario" TO WS-ARCH-NOMBRE
           MOVE "DIM"            TO WS-ARCH-TIPO
           MOVE "F"              TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "FECHA_SK;ANO;MES;DIA;PERIODO;DIA_SEMANA;"
                                          DELIMITED BY SIZE
                  "FERIADO;MEDIO_DIA"     DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT calendario
           IF FS-CALENDARIO = "00" THEN
              PERFORM RECORRER-CALENDARIO
              CLOSE calendario
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-CALENDARIO.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO calendario-fecha
           START calendario KEY IS NOT < calendario-fecha
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ calendario NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM FILA-CALENDARIO
               END-READ
           END-PERFORM
           .

       FILA-CALENDARIO.
           MOVE SPACES TO WS-FILA
           STRING calendario-fecha     DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  fecha-ano            DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  fecha-mes            DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  fecha-dia            DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  fecha-ano            DELIMITED BY SIZE
                  fecha-mes            DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  calendario-dia-sem   DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  calendario-feriado   DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  calendario-medio-dia DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD calendario-fecha TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * HECHOS FACTURAS Y SUS LINEAS: las lineas de cada factura   *
      * extraida van al mismo tiempo a su propio archivo.          *
      *----------------------------------------------------------*
       EXTRAER-FACTURAS.
           MOVE "hec_factura" TO WS-ARCH-NOMBRE
           MOVE "HEC"         TO WS-ARCH-TIPO
           MOVE "I"           TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "CLIENTE_SK;RUT;PERIODO;FEC_EMISION_SK;"
                                          DELIMITED BY SIZE
                  "FEC_VENC_SK;MONTO;PAGADO;NETO;EXENTO;IVA;"
                                          DELIMITED BY SIZE
                  "ESTADO;FECMOD"         DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW

           MOVE SPACES TO WS-DET-ARCHIVO WS-RUTA-DET
           STRING "dw_hec_factura_linea_" DELIMITED BY SIZE
                  WS-SEQ-EMITIR           DELIMITED BY SIZE
                  ".txt"                  DELIMITED BY SIZE
                     INTO WS-DET-ARCHIVO
           END-STRING
           STRING "C:\PgmCobols\Data\" DELIMITED BY SIZE
                  WS-DET-ARCHIVO       DELIMITED BY " "
                     INTO WS-RUTA-DET
           END-STRING
           OPEN OUTPUT archivo-det
           MOVE 0 TO WS-DET-CANT WS-DET-SUMA
           MOVE SPACES TO det-linea
           STRING "CLIENTE_SK;RUT;PERIODO;SERVICIO_SK;SERVICIO;"
                                          DELIMITED BY SIZE
                  "TIPO_LINEA;CANTIDAD;MONTO"
                                          DELIMITED BY SIZE
                     INTO det-linea
           END-STRING
           WRITE det-linea

           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              OPEN INPUT datos-factdet
              PERFORM RECORRER-FACTURAS
              CLOSE datos-facturas
              IF FS-FACTDET = "00" THEN
                 CLOSE datos-factdet
              END-IF
           END-IF
           PERFORM CERRAR-ARCHIVO-DW

           CLOSE archivo-det
           MOVE WS-DET-ARCHIVO TO WS-CTL-ARCHIVO
           MOVE "HEC"          TO WS-CTL-TIPO
           MOVE "I"            TO WS-CTL-MODO
           MOVE WS-DET-CANT    TO WS-CTL-CANT
           MOVE WS-DET-SUMA    TO WS-CTL-SUMA
           PERFORM REGISTRAR-CONTROL
           .

       RECORRER-FACTURAS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF factura-fecmod >= WS-FECHA-DESDE OR
                          factura-fec-emision >= WS-FECHA-DESDE THEN
                          PERFORM FILA-FACTURA
                          IF FS-FACTDET = "00" THEN
                             PERFORM LINEAS-FACTURA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-FACTURA.
           MOVE "CLI"       TO WS-SK-DIMENSION
           MOVE factura-rut TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-CLIENTE
           MOVE factura-monto  TO WS-MONTO-DW
           MOVE factura-pagado TO WS-MONTO-DW2
           MOVE factura-neto   TO WS-MONTO-DW3
           MOVE factura-exento TO WS-MONTO-DW4
           MOVE factura-iva    TO WS-MONTO-DW5
           MOVE SPACES TO WS-FILA
           STRING WS-SK-CLIENTE       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  factura-rut         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  factura-periodo     DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  factura-fec-emision DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  factura-fec-venc    DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-MONTO-DW         DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-MONTO-DW2        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-MONTO-DW3        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-MONTO-DW4        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-MONTO-DW5        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  factura-estado      DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  factura-fecmod      DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK-CLIENTE TO WS-ARCH-SUMA
           ADD factura-monto TO WS-ARCH-SUMA
           .

       LINEAS-FACTURA.
           MOVE "N"             TO fin-detalle
           MOVE factura-rut     TO fdet-rut
           MOVE factura-periodo TO fdet-periodo
           MOVE LOW-VALUES      TO fdet-servicio
           START datos-factdet KEY IS NOT < fdet-llave
               INVALID KEY
                   MOVE "S" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "S"
               READ datos-factdet NEXT RECORD
                   AT END
                       MOVE "S" TO fin-detalle
                   NOT AT END
                       IF fdet-rut NOT = factura-rut OR
                          fdet-periodo NOT = factura-periodo THEN
                          MOVE "S" TO fin-detalle
                       ELSE
                          ADD 1 TO WS-CONT-LEIDOS
                          PERFORM FILA-LINEA-FACTURA
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-LINEA-FACTURA.
           MOVE "SRV"         TO WS-SK-DIMENSION
           MOVE fdet-servicio TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK      TO WS-SK-SERVICIO
           MOVE fdet-monto TO WS-MONTO-DW
           MOVE SPACES TO det-linea
           STRING WS-SK-CLIENTE  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  fdet-rut       DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  fdet-periodo   DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-SK-SERVICIO DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  fdet-servicio  DELIMITED BY " "
                  ";"            DELIMITED BY SIZE
                  fdet-tipo-linea DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  fdet-cantidad  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-MONTO-DW    DELIMITED BY SIZE
                     INTO det-linea
           END-STRING
           WRITE det-linea
           ADD 1             TO WS-DET-CANT
           ADD WS-SK-CLIENTE TO WS-DET-SUMA
           ADD fdet-monto    TO WS-DET-SUMA
           .

      *----------------------------------------------------------*
      * HECHOS MOVIMIENTOS (solo se agregan: corte por su fecha)   *
      *----------------------------------------------------------*
       EXTRAER-MOVIMIENTOS.
           MOVE "hec_movimiento" TO WS-ARCH-NOMBRE
           MOVE "HEC"            TO WS-ARCH-TIPO
           MOVE "I"              TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "CLIENTE_SK;RUT;CORRELATIVO;FECHA_SK;HORA;"
                                          DELIMITED BY SIZE
                  "TIPO;MONTO;OPERADOR_SK;GLOSA"
                                          DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS = "00" THEN
              PERFORM RECORRER-MOVIMIENTOS
              CLOSE datos-movimientos
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-MOVIMIENTOS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO mov-rut mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF mov-fecha >= WS-FECHA-DESDE THEN
                          PERFORM FILA-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-MOVIMIENTO.
           MOVE "CLI"   TO WS-SK-DIMENSION
           MOVE mov-rut TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-CLIENTE
           MOVE "OPE"        TO WS-SK-DIMENSION
           MOVE mov-operador TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-OPERADOR
           MOVE mov-monto TO WS-MONTO-DW
           MOVE SPACES TO WS-FILA
           STRING WS-SK-CLIENTE   DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  mov-rut         DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  mov-correlativo DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  mov-fecha       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  mov-hora        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  mov-tipo        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-MONTO-DW     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-SK-OPERADOR  DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  mov-glosa       DELIMITED BY "  "
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK-CLIENTE TO WS-ARCH-SUMA
           ADD mov-monto     TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * HECHOS CITAS (corte por fecha de modificacion)             *
      *----------------------------------------------------------*
       EXTRAER-CITAS.
           MOVE "hec_cita" TO WS-ARCH-NOMBRE
           MOVE "HEC"      TO WS-ARCH-TIPO
           MOVE "I"        TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "CLIENTE_SK;RUT;FECHA_SK;HORA;SUCURSAL_SK;"
                                          DELIMITED BY SIZE
                  "ESTADO;MOTIVO;FECMOD"  DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-citas
           IF FS-CITAS = "00" THEN
              PERFORM RECORRER-CITAS
              CLOSE datos-citas
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-CITAS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO cita-fecha cita-hora cita-rut
           START datos-citas KEY IS NOT < cita-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-citas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF cita-fecmod >= WS-FECHA-DESDE THEN
                          PERFORM FILA-CITA
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-CITA.
           MOVE "CLI"    TO WS-SK-DIMENSION
           MOVE cita-rut TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-CLIENTE
           MOVE "SUC"         TO WS-SK-DIMENSION
           MOVE cita-sucursal TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-SUCURSAL
           MOVE SPACES TO WS-FILA
           STRING WS-SK-CLIENTE  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  cita-rut       DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  cita-fecha     DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  cita-hora      DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-SK-SUCURSAL DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  cita-estado    DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  cita-motivo    DELIMITED BY "  "
                  ";"            DELIMITED BY SIZE
                  cita-fecmod    DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK-CLIENTE TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * HECHOS CONTACTOS (solo se agregan: corte por su fecha)     *
      *----------------------------------------------------------*
       EXTRAER-CONTACTOS.
           MOVE "hec_contacto" TO WS-ARCH-NOMBRE
           MOVE "HEC"          TO WS-ARCH-TIPO
           MOVE "I"            TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "CLIENTE_SK;RUT;FECHA_SK;HORA;OPERADOR_SK;TIPO"
                                          DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-contactos
           IF FS-CONTACTOS = "00" THEN
              PERFORM RECORRER-CONTACTOS
              CLOSE datos-contactos
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-CONTACTOS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO contacto-rut contacto-fecha contacto-hora
           START datos-contactos KEY IS NOT < contacto-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-contactos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF contacto-fecha >= WS-FECHA-DESDE THEN
                          PERFORM FILA-CONTACTO
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-CONTACTO.
           MOVE "CLI"        TO WS-SK-DIMENSION
           MOVE contacto-rut TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-CLIENTE
           MOVE "OPE"             TO WS-SK-DIMENSION
           MOVE contacto-operador TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-OPERADOR
           MOVE SPACES TO WS-FILA
           STRING WS-SK-CLIENTE  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  contacto-rut   DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  contacto-fecha DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  contacto-hora  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-SK-OPERADOR DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  contacto-tipo  DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK-CLIENTE TO WS-ARCH-SUMA
           .

      *----------------------------------------------------------*
      * HECHOS ENCUESTAS (corte por fecha de modificacion)         *
      *----------------------------------------------------------*
       EXTRAER-ENCUESTAS.
           MOVE "hec_encuesta" TO WS-ARCH-NOMBRE
           MOVE "HEC"          TO WS-ARCH-TIPO
           MOVE "I"            TO WS-ARCH-MODO
           MOVE SPACES TO WS-FILA
           STRING "CLIENTE_SK;RUT;FECHA_SK;HORA;SUCURSAL_SK;"
                                          DELIMITED BY SIZE
                  "OPERADOR_SK;NOTA;MOTIVO"
                                          DELIMITED BY SIZE
                     INTO WS-FILA
           END-STRING
           PERFORM ABRIR-ARCHIVO-DW
           OPEN INPUT datos-encuestas
           IF FS-ENCUESTAS = "00" THEN
              PERFORM RECORRER-ENCUESTAS
              CLOSE datos-encuestas
           END-IF
           PERFORM CERRAR-ARCHIVO-DW
           .

       RECORRER-ENCUESTAS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO enc-fecha enc-hora enc-rut
           START datos-encuestas KEY IS NOT < enc-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-encuestas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF enc-fecmod >= WS-FECHA-DESDE THEN
                          PERFORM FILA-ENCUESTA
                       END-IF
               END-READ
           END-PERFORM
           .

       FILA-ENCUESTA.
           MOVE "CLI"   TO WS-SK-DIMENSION
           MOVE enc-rut TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-CLIENTE
           MOVE "SUC"        TO WS-SK-DIMENSION
           MOVE enc-sucursal TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-SUCURSAL
           MOVE "OPE"        TO WS-SK-DIMENSION
           MOVE enc-operador TO WS-SK-NATURAL
           PERFORM BUSCAR-SK
           MOVE WS-SK TO WS-SK-OPERADOR
           MOVE SPACES TO WS-FILA
           STRING WS-SK-CLIENTE  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  enc-rut        DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  enc-fecha      DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  enc-hora       DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-SK-SUCURSAL DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-SK-OPERADOR DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  enc-nota       DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  enc-motivo     DELIMITED BY "  "
                     INTO WS-FILA
           END-STRING
           PERFORM ESCRIBIR-FILA-DW
           ADD WS-SK-CLIENTE TO WS-ARCH-SUMA
           .

       END PROGRAM ExtraerDW.
