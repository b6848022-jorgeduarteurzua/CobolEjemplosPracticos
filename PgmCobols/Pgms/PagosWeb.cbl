      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Intake de las notificaciones del boton de pago del
      *          portal web (pagos_web.txt, ancho fijo con cabecera H
      *          fecha + comercio, detalles D orden + rut + periodo +
      *          monto + codigo de autorizacion + fecha, y trailer T
      *          con cantidad, suma de montos, comision y monto
      *          liquidado por el proveedor). Un trailer descuadrado
      *          rechaza el archivo completo, igual que PagosBanco.
      *          Cada transaccion se valida: codigo de autorizacion
      *          informado, orden no aplicada antes (pagos_web.dat) y
      *          monto igual al saldo de la factura pendiente
      *          (sin disputa abierta). La valida se aplica igual
      *          que en PagarFactura: pago sobre la factura, abono
      *          en cuenta via GrabarMovimiento, avance del convenio
      *          vigente, comprobante con folio de
      *          comprobante_ctrl.dat registrado en comprobantes.dat
      *          (medio W, fuera de caja) y reposicion del servicio
      *          cortado; al cliente se le encola la confirmacion
      *          (plantilla PAGOWEB, email o telefono). Las
      *          rechazadas quedan en pagos_web.dat con su motivo y
      *          todo sale en el reporte de conciliacion por spool
      *          (PAGOSWEB), que cierra con el cuadre de la
      *          liquidacion del dia: lo autorizado menos la comision
      *          contra lo que el proveedor informa que abona.
      *          Con el dia de negocio cerrado no se aplica nada; si
      *          GrabarMovimiento rechaza el abono, la factura vuelve
      *          a pendiente y la orden queda rechazada con ese motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PagosWeb.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-web ASSIGN TO
           "C:\PgmCobols\Data\pagos_web.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEB.

           SELECT datos-pagos-web
               ASSIGN TO
           "C:\PgmCobols\Data\pagos_web.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pweb-orden
               FILE STATUS IS FS-PAGOS-WEB.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-cuotas
               ASSIGN TO
           "C:\PgmCobols\Data\convenio_cuotas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuota-llave
               FILE STATUS IS FS-CUOTAS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT control-comprobante ASSIGN TO
           "C:\PgmCobols\Data\comprobante_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTRL-COMP.

           SELECT datos-comprobantes
               ASSIGN TO
           "C:\PgmCobols\Data\comprobantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-folio
               FILE STATUS IS FS-COMPROBANTES.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-web.
       01  web-linea             PIC X(80).

       FD  datos-pagos-web.
           copy "C:\PgmCobols\FD\FDPagoWeb.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-cuotas.
           copy "C:\PgmCobols\FD\FDConvCuota.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  control-comprobante.
       01  ctrl-comp-linea       PIC X(20).

       FD  datos-comprobantes.
           copy "C:\PgmCobols\FD\FDComprobante.cpy".

       WORKING-STORAGE SECTION.
       01  FS-WEB                PIC XX.
       01  FS-PAGOS-WEB          PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-CUOTAS             PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  FS-CTRL-COMP          PIC XX.
       01  FS-COMPROBANTES       PIC XX.
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-COMPROBANTES-OK    PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-HORA-SYS           PIC 9(06).

      *    LAYOUT FIJO DEL PROVEEDOR DEL BOTON DE PAGO.
       01  WS-LINEA-ENTRADA      PIC X(80).
       01  R-ENT-CABECERA REDEFINES WS-LINEA-ENTRADA.
           05  ENT-H-TIPO        PIC X.
           05  ENT-H-FECHA       PIC 9(08).
           05  ENT-H-COMERCIO    PIC X(15).
           05  FILLER            PIC X(56).
       01  R-ENT-DETALLE REDEFINES WS-LINEA-ENTRADA.
           05  ENT-D-TIPO        PIC X.
           05  ENT-D-ORDEN       PIC X(20).
           05  ENT-D-RUT         PIC 9(10).
           05  ENT-D-PERIODO     PIC 9(06).
           05  ENT-D-MONTO       PIC 9(11)V99.
           05  ENT-D-AUTORIZA    PIC X(10).
           05  ENT-D-FECHA       PIC 9(08).
           05  FILLER            PIC X(12).
       01  R-ENT-TRAILER REDEFINES WS-LINEA-ENTRADA.
           05  ENT-T-TIPO        PIC X.
           05  ENT-T-CANTIDAD    PIC 9(06).
           05  ENT-T-TOTAL       PIC 9(13)V99.
           05  ENT-T-COMISION    PIC 9(11)V99.
           05  ENT-T-LIQUIDADO   PIC 9(13)V99.
           05  FILLER            PIC X(30).

       01  WS-HAY-CABECERA       PIC X VALUE "N".
       01  WS-FECHA-ARCHIVO      PIC 9(08).
       01  WS-CONT-DETALLES      PIC 9(06) VALUE 0.
       01  WS-SUMA-DETALLES      PIC 9(13)V99 VALUE 0.
       01  WS-COMISION           PIC 9(11)V99 VALUE 0.
       01  WS-LIQUIDADO          PIC 9(13)V99 VALUE 0.

      *    CUADRE DE LA LIQUIDACION: EL PROVEEDOR ABONA TODO LO QUE
      *    AUTORIZO (AUNQUE ACA SE RECHACE) MENOS SU COMISION.
       01  WS-TOT-AUTORIZADO     PIC 9(13)V99 VALUE 0.
       01  WS-LIQ-ESPERADA       PIC S9(13)V99 VALUE 0.
       01  WS-LIQ-DIFERENCIA     PIC S9(13)V99 VALUE 0.

       01  WS-CONT-APLICADOS     PIC 9(06) VALUE 0.
       01  WS-CONT-RECHAZADOS    PIC 9(06) VALUE 0.
       01  WS-CONT-REPUESTOS     PIC 9(06) VALUE 0.
       01  WS-CONT-AVISADOS      PIC 9(06) VALUE 0.
       01  WS-TOT-APLICADO       PIC 9(13)V99 VALUE 0.
       01  WS-TOT-RECHAZADO      PIC 9(13)V99 VALUE 0.
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-MOTIVO             PIC X(30).
       01  WS-ORDEN-EXISTE       PIC X.
       01  WS-PAGO-RESTANTE      PIC 9(11)V99.
       01  WS-CONV-APLICADO      PIC 9(11)V99.
       01  WS-CUOTAS-ABIERTAS    PIC 9(02).
       01  WS-IDX-CUOTA          PIC 9(02).
       01  WS-FOLIO-COMP         PIC 9(08) VALUE 0.
       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01  WS-DIF-EDIT           PIC -(12)9.99.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

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

       01 PAR-ENTRADA-MOV.
           05  lk-mov-rut       PIC 9(10).
           05  lk-mov-tipo      PIC X.
           05  lk-mov-monto     PIC 9(11)V99.
           05  lk-mov-glosa     PIC X(40).
           05  lk-mov-operador  PIC X(10).
       01 PAR-SALIDA-MOV.
           05  OUT-CODRET-MOV   PIC 9(04).
           05  OUT-DESRET-MOV   PIC X(50).
           05  OUT-SALDO-MOV    PIC S9(11)V99.

       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).

       01 PAR-ENTRADA-NOTIF.
           05  lk-nt-rut        PIC 9(10).
           05  lk-nt-canal      PIC X.
           05  lk-nt-plantilla  PIC X(20).
       01 PAR-SALIDA-NOTIF.
           05  OUT-CODRET-NOTIF PIC 9(04).
           05  OUT-DESRET-NOTIF PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           IF LK-FN-ESTADO = "C" THEN
              DISPLAY "DIA DE NEGOCIO CERRADO; NO SE APLICAN PAGOS WEB."
              GOBACK
           END-IF
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           OPEN INPUT archivo-web
           IF FS-WEB NOT = "00" THEN
              DISPLAY "NO HAY ARCHIVO pagos_web.txt QUE PROCESAR."
              GOBACK
           END-IF

      *       PRIMERA PASADA: CABECERA Y TOTALES DE CONTROL DEL
      *       TRAILER ANTES DE APLICAR NADA.
           PERFORM VALIDAR-ARCHIVO THRU VALIDAR-ARCHIVO-FIN
           IF WS-HAY-CABECERA NOT = "S" THEN
              CLOSE archivo-web
              GOBACK
           END-IF

           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              CLOSE archivo-web
              GOBACK
           END-IF
           OPEN I-O datos-pagos-web
           IF FS-PAGOS-WEB = "35" THEN
              OPEN OUTPUT datos-pagos-web
              CLOSE datos-pagos-web
              OPEN I-O datos-pagos-web
           END-IF
      *       Los convenios son opcionales, igual que en
      *       PagarFactura.
           OPEN I-O datos-convenios
           IF FS-CONVENIOS = "00" THEN
              OPEN I-O datos-cuotas
              IF FS-CUOTAS = "00" THEN
                 MOVE "S" TO WS-CONVENIOS-OK
              ELSE
                 CLOSE datos-convenios
                 MOVE "N" TO WS-CONVENIOS-OK
              END-IF
           END-IF
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF
           OPEN I-O datos-comprobantes
           IF FS-COMPROBANTES = "35" THEN
              OPEN OUTPUT datos-comprobantes
              CLOSE datos-comprobantes
              OPEN I-O datos-comprobantes
           END-IF
           IF FS-COMPROBANTES = "00" THEN
              MOVE "S" TO WS-COMPROBANTES-OK
           END-IF

           MOVE "PAGOSWEB" TO lk-sp-reporte
           MOVE "BATCH"    TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "CONCILIACION PAGOS WEB DEL " DELIMITED BY SIZE
                  WS-FECHA-ARCHIVO             DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "ORDEN                       RUT PERIODO "
                                           DELIMITED BY SIZE
                  "        MONTO FOLIO    RESULTADO"
                                           DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D" TO lk-rw-operacion

      *       SEGUNDA PASADA: VALIDA Y APLICA CADA TRANSACCION.
           CLOSE archivo-web
           OPEN INPUT archivo-web
           MOVE "N" TO fin-de-archivo
           PERFORM UNTIL fin-de-archivo = "S"
               READ archivo-web INTO WS-LINEA-ENTRADA
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF ENT-D-TIPO = "D" THEN
                          PERFORM PROCESAR-TRANSACCION THRU
                                  PROCESAR-TRANSACCION-FIN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CUADRAR-LIQUIDACION

           CLOSE archivo-web datos-facturas datos-pagos-web
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios datos-cuotas
           END-IF
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF
           IF WS-COMPROBANTES-OK = "S" THEN
              CLOSE datos-comprobantes
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "PAGOS WEB DEL " WS-FECHA-ARCHIVO
           DISPLAY "TRANSACCIONES......: " WS-CONT-DETALLES
           DISPLAY "PAGOS APLICADOS....: " WS-CONT-APLICADOS
           DISPLAY "RECHAZADAS.........: " WS-CONT-RECHAZADOS
           DISPLAY "CONFIRMACIONES.....: " WS-CONT-AVISADOS
           DISPLAY "SERVICIOS REPUESTOS: " WS-CONT-REPUESTOS
           IF WS-LIQ-DIFERENCIA NOT = 0 THEN
              MOVE WS-LIQ-DIFERENCIA TO WS-DIF-EDIT
              DISPLAY "LIQUIDACION DESCUADRADA EN $" WS-DIF-EDIT
           ELSE
              DISPLAY "LIQUIDACION CUADRADA."
           END-IF
           DISPLAY "CONCILIACION.......: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * VALIDAR-ARCHIVO : cabecera H presente y trailer T cuadrado *
      * en cantidad y suma de montos. Cualquier descuadre rechaza  *
      * el archivo completo sin aplicar nada.                      *
      *----------------------------------------------------------*
       VALIDAR-ARCHIVO.
           MOVE "N" TO fin-de-archivo WS-HAY-CABECERA
           MOVE 0   TO WS-CONT-DETALLES WS-SUMA-DETALLES
                       WS-TOT-AUTORIZADO
           PERFORM UNTIL fin-de-archivo = "S"
               READ archivo-web INTO WS-LINEA-ENTRADA
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       EVALUATE ENT-H-TIPO
                           WHEN "H"
                               MOVE "S" TO WS-HAY-CABECERA
                               MOVE ENT-H-FECHA TO WS-FECHA-ARCHIVO
                           WHEN "D"
                               ADD 1 TO WS-CONT-DETALLES
                               ADD ENT-D-MONTO TO WS-SUMA-DETALLES
                               IF ENT-D-AUTORIZA NOT = SPACES THEN
                                  ADD ENT-D-MONTO
                                    TO WS-TOT-AUTORIZADO
                               END-IF
                           WHEN "T"
                               MOVE ENT-T-COMISION  TO WS-COMISION
                               MOVE ENT-T-LIQUIDADO TO WS-LIQUIDADO
                               IF ENT-T-CANTIDAD NOT =
                                  WS-CONT-DETALLES OR
                                  ENT-T-TOTAL NOT =
                                  WS-SUMA-DETALLES THEN
                                  DISPLAY "TRAILER DESCUADRADO; EL"
                                          " ARCHIVO SE RECHAZA."
                                  MOVE "N" TO WS-HAY-CABECERA
                                  MOVE "S" TO fin-de-archivo
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-HAY-CABECERA NOT = "S" THEN
              DISPLAY "ARCHIVO SIN CABECERA O DESCUADRADO."
           END-IF.
       VALIDAR-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * PROCESAR-TRANSACCION : autorizacion, orden nueva y monto   *
      * igual al saldo de la factura pendiente; la que no cumple   *
      * queda rechazada con su motivo. La valida se aplica como    *
      * en PagarFactura.                                           *
      *----------------------------------------------------------*
       PROCESAR-TRANSACCION.
           MOVE 0 TO WS-FOLIO-COMP WS-CONV-APLICADO
           IF ENT-D-AUTORIZA = SPACES THEN
              MOVE "SIN CODIGO DE AUTORIZACION" TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF
           IF ENT-D-ORDEN = SPACES THEN
              MOVE "SIN ORDEN DE COMPRA" TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF
           MOVE "N"         TO WS-ORDEN-EXISTE
           MOVE ENT-D-ORDEN TO pweb-orden
           READ datos-pagos-web
               NOT INVALID KEY
                   MOVE "S" TO WS-ORDEN-EXISTE
           END-READ
           IF WS-ORDEN-EXISTE = "S" AND pweb-aplicado THEN
              MOVE "ORDEN YA PROCESADA" TO WS-MOTIVO
              PERFORM ANOTAR-EN-CONCILIACION
              ADD 1           TO WS-CONT-RECHAZADOS
              ADD ENT-D-MONTO TO WS-TOT-RECHAZADO
              GO TO PROCESAR-TRANSACCION-FIN
           END-IF

           MOVE ENT-D-RUT     TO factura-rut
           MOVE ENT-D-PERIODO TO factura-periodo
           READ datos-facturas
               INVALID KEY
                   MOVE "FACTURA NO EXISTE" TO WS-MOTIVO
                   GO TO PROCESAR-TRANSACCION-RECH
           END-READ
           IF NOT factura-pendiente THEN
              MOVE "FACTURA NO ESTA PENDIENTE" TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF
           PERFORM VER-DISPUTA-FACTURA
           IF WS-EN-DISPUTA = "S" THEN
              MOVE "FACTURA EN DISPUTA" TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF ENT-D-MONTO NOT = WS-PENDIENTE THEN
              MOVE "MONTO NO CALZA CON FACTURA" TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF

      *       MISMA APLICACION QUE PagarFactura: PAGO SOBRE LA
      *       FACTURA, ABONO EN LA CUENTA CORRIENTE Y CONVENIO.
           ADD ENT-D-MONTO TO factura-pagado
           MOVE "C"          TO factura-estado
           MOVE WS-FECHA-SYS TO factura-fecmod
           MOVE "WEB"        TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "NO SE PUDO GRABAR EL PAGO" TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF

           MOVE ENT-D-RUT   TO lk-mov-rut
           MOVE "A"         TO lk-mov-tipo
           MOVE ENT-D-MONTO TO lk-mov-monto
           MOVE SPACES      TO lk-mov-glosa
           STRING "PAGO WEB FACTURA " DELIMITED BY SIZE
                  ENT-D-PERIODO       DELIMITED BY SIZE
                          INTO lk-mov-glosa
           END-STRING
           MOVE "WEB"       TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
      *       SIN ABONO EN LA CUENTA LA FACTURA NO QUEDA PAGADA: SE
      *       DEVUELVE A PENDIENTE Y LA ORDEN SE RECHAZA.
           IF OUT-CODRET-MOV NOT = 0 THEN
              SUBTRACT ENT-D-MONTO FROM factura-pagado
              MOVE "P"            TO factura-estado
              MOVE factura-estado TO factura-llave-estado
              REWRITE factura-registro END-REWRITE
              MOVE OUT-DESRET-MOV TO WS-MOTIVO
              GO TO PROCESAR-TRANSACCION-RECH
           END-IF

           IF WS-CONVENIOS-OK = "S" THEN
              PERFORM APLICAR-A-CONVENIO THRU
                      APLICAR-A-CONVENIO-FIN
           END-IF

           PERFORM REGISTRAR-COMPROBANTE

           MOVE "A"    TO pweb-estado
           MOVE "APLICADO" TO WS-MOTIVO
           PERFORM GRABAR-PAGO-WEB
           PERFORM ANOTAR-EN-CONCILIACION
           ADD 1           TO WS-CONT-APLICADOS
           ADD ENT-D-MONTO TO WS-TOT-APLICADO

           PERFORM AVISAR-CLIENTE

      *       UN CLIENTE CON SERVICIO CORTADO QUE QUEDA AL DIA SE
      *       REPONE AQUI MISMO, IGUAL QUE EN PagarFactura.
           MOVE ENT-D-RUT TO lk-rp-rut
           MOVE "WEB"     TO lk-rp-operador
           CALL "ReponerServicio" USING PAR-ENTRADA-REPOS
                                        PAR-SALIDA-REPOS
           IF OUT-CODRET-RP = 0 THEN
              ADD 1 TO WS-CONT-REPUESTOS
           END-IF
           GO TO PROCESAR-TRANSACCION-FIN.
       PROCESAR-TRANSACCION-RECH.
           MOVE "R" TO pweb-estado
           PERFORM GRABAR-PAGO-WEB
           PERFORM ANOTAR-EN-CONCILIACION
           ADD 1           TO WS-CONT-RECHAZADOS
           ADD ENT-D-MONTO TO WS-TOT-RECHAZADO.
       PROCESAR-TRANSACCION-FIN.
           EXIT.

      *    pweb-estado YA VIENE FIJADO; UNA ORDEN RECHAZADA ANTES SE
      *    REGRABA CON EL RESULTADO NUEVO.
       GRABAR-PAGO-WEB.
           MOVE ENT-D-ORDEN    TO pweb-orden
           MOVE ENT-D-FECHA    TO pweb-fecha
           MOVE ENT-D-RUT      TO pweb-rut
           MOVE ENT-D-PERIODO  TO pweb-periodo
           MOVE ENT-D-MONTO    TO pweb-monto
           MOVE ENT-D-AUTORIZA TO pweb-autorizacion
           MOVE WS-MOTIVO      TO pweb-motivo
           MOVE WS-FOLIO-COMP  TO pweb-folio
           MOVE WS-FECHA-SYS   TO pweb-fecmod
           IF pweb-orden NOT = SPACES THEN
              WRITE pweb-registro
                  INVALID KEY
                      REWRITE pweb-registro END-REWRITE
              END-WRITE
           END-IF
           .

      *    MISMAS REGLAS QUE APLICAR-A-CONVENIO DE PagarFactura: EL
      *    PAGO AVANZA LAS CUOTAS DEL CONVENIO VIGENTE EN ORDEN.
       APLICAR-A-CONVENIO.
           MOVE ENT-D-RUT TO convenio-rut
           READ datos-convenios
               INVALID KEY
                   GO TO APLICAR-A-CONVENIO-FIN
           END-READ
           IF NOT convenio-vigente THEN
              GO TO APLICAR-A-CONVENIO-FIN
           END-IF

           MOVE ENT-D-MONTO TO WS-PAGO-RESTANTE
           MOVE 0           TO WS-CUOTAS-ABIERTAS
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > convenio-cant-cuotas
              MOVE ENT-D-RUT    TO cuota-rut
              MOVE WS-IDX-CUOTA TO cuota-numero
              READ datos-cuotas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF cuota-pendiente THEN
                         PERFORM ABONAR-A-CUOTA
                      END-IF
              END-READ
           END-PERFORM
           COMPUTE WS-CONV-APLICADO = ENT-D-MONTO - WS-PAGO-RESTANTE

           IF WS-CUOTAS-ABIERTAS = 0 THEN
              MOVE "C"          TO convenio-estado
              MOVE WS-FECHA-SYS TO convenio-fecmod
              MOVE "WEB"        TO convenio-usuario-mod
              REWRITE convenio-registro END-REWRITE
           END-IF.
       APLICAR-A-CONVENIO-FIN.
           EXIT.

       ABONAR-A-CUOTA.
           IF WS-PAGO-RESTANTE > 0 THEN
              IF WS-PAGO-RESTANTE >= cuota-monto - cuota-pagado THEN
                 COMPUTE WS-PAGO-RESTANTE = WS-PAGO-RESTANTE
                                  - (cuota-monto - cuota-pagado)
                 MOVE cuota-monto TO cuota-pagado
                 MOVE "C"         TO cuota-estado
              ELSE
                 ADD WS-PAGO-RESTANTE TO cuota-pagado
                 MOVE 0               TO WS-PAGO-RESTANTE
              END-IF
              MOVE WS-FECHA-SYS TO cuota-fecmod
              REWRITE cuota-registro END-REWRITE
           END-IF
           IF cuota-pendiente THEN
              ADD 1 TO WS-CUOTAS-ABIERTAS
           END-IF
           .

      *----------------------------------------------------------*
      * REGISTRAR-COMPROBANTE : folio siguiente del mismo control  *
      * de PagarFactura y registro en comprobantes.dat con medio W *
      * y fuera de caja, para que AnularPago pueda revertirlo. No  *
      * hay pieza impresa: el cliente recibe la confirmacion.      *
      *----------------------------------------------------------*
       REGISTRAR-COMPROBANTE.
           PERFORM LEER-CONTROL-COMPROBANTE
           ADD 1 TO WS-FOLIO-COMP
           PERFORM GRABAR-CONTROL-COMPROBANTE
           IF WS-COMPROBANTES-OK = "S" THEN
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE SPACES         TO comp-registro
              MOVE WS-FOLIO-COMP  TO comp-folio
              MOVE WS-FECHA-SYS   TO comp-fecha
              MOVE WS-HORA-SYS    TO comp-hora
              MOVE ENT-D-FECHA    TO comp-fecha-valor
              MOVE ENT-D-RUT      TO comp-rut
              MOVE ENT-D-MONTO    TO comp-monto
              MOVE "W"            TO comp-medio
              MOVE "WEB"          TO comp-operador
              MOVE "N"            TO comp-en-caja
              MOVE 0              TO comp-interes comp-favor
              MOVE WS-CONV-APLICADO TO comp-convenio
              MOVE 1              TO comp-cant-facturas
              MOVE ENT-D-PERIODO  TO comp-fac-periodo(1)
              MOVE ENT-D-MONTO    TO comp-fac-aplicado(1)
              MOVE "V"            TO comp-estado
              MOVE 0              TO comp-fec-anulacion
              WRITE comp-registro
                  INVALID KEY
                      DISPLAY "FOLIO " WS-FOLIO-COMP
                              " YA REGISTRADO EN comprobantes.dat"
              END-WRITE
           END-IF
           .

      *    CONFIRMACION AL CLIENTE: POR EMAIL SI LO TIENE Y LO
      *    CONSINTIO, SI NO POR TELEFONO (EncolarNotificacion
      *    RESPETA EL CONSENTIMIENTO).
       AVISAR-CLIENTE.
           MOVE ENT-D-RUT TO lk-nt-rut
           MOVE "E"       TO lk-nt-canal
           MOVE "PAGOWEB" TO lk-nt-plantilla
           CALL "EncolarNotificacion" USING PAR-ENTRADA-NOTIF
                                            PAR-SALIDA-NOTIF
           IF OUT-CODRET-NOTIF = 1 THEN
              MOVE "T" TO lk-nt-canal
              CALL "EncolarNotificacion" USING PAR-ENTRADA-NOTIF
                                               PAR-SALIDA-NOTIF
           END-IF
           IF OUT-CODRET-NOTIF = 0 THEN
              ADD 1 TO WS-CONT-AVISADOS
           END-IF
           .

       ANOTAR-EN-CONCILIACION.
           MOVE ENT-D-RUT   TO WS-RUT-EDIT
           MOVE ENT-D-MONTO TO WS-MONTO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING ENT-D-ORDEN     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-RUT-EDIT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ENT-D-PERIODO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MONTO-EDIT   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-FOLIO-COMP   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MOTIVO       DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *----------------------------------------------------------*
      * CUADRAR-LIQUIDACION : lo autorizado por el proveedor menos *
      * su comision debe ser lo que informa abonar; la diferencia  *
      * queda a la vista al pie del reporte.                       *
      *----------------------------------------------------------*
       CUADRAR-LIQUIDACION.
           COMPUTE WS-LIQ-ESPERADA = WS-TOT-AUTORIZADO - WS-COMISION
           COMPUTE WS-LIQ-DIFERENCIA = WS-LIQUIDADO - WS-LIQ-ESPERADA

           MOVE "T" TO lk-rw-operacion
           MOVE WS-TOT-APLICADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "APLICADOS: "     DELIMITED BY SIZE
                  WS-CONT-APLICADOS DELIMITED BY SIZE
                  " POR $"          DELIMITED BY SIZE
                  WS-TOT-EDIT       DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-RECHAZADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "RECHAZADOS: "     DELIMITED BY SIZE
                  WS-CONT-RECHAZADOS DELIMITED BY SIZE
                  " POR $"           DELIMITED BY SIZE
                  WS-TOT-EDIT        DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-AUTORIZADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "AUTORIZADO POR EL PROVEEDOR $" DELIMITED BY SIZE
                  WS-TOT-EDIT                     DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-COMISION TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "COMISION.................... $" DELIMITED BY SIZE
                  WS-TOT-EDIT                     DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-LIQUIDADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "LIQUIDACION INFORMADA....... $" DELIMITED BY SIZE
                  WS-TOT-EDIT                     DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           IF WS-LIQ-DIFERENCIA = 0 THEN
              MOVE "LIQUIDACION CUADRADA" TO lk-rw-linea
           ELSE
              MOVE WS-LIQ-DIFERENCIA TO WS-DIF-EDIT
              STRING "LIQUIDACION DESCUADRADA; DIFERENCIA $"
                                         DELIMITED BY SIZE
                     WS-DIF-EDIT         DELIMITED BY SIZE
                             INTO lk-rw-linea
              END-STRING
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LEER-CONTROL-COMPROBANTE.
           MOVE 0 TO WS-FOLIO-COMP
           OPEN INPUT control-comprobante
           IF FS-CTRL-COMP = "00" THEN
              READ control-comprobante INTO ctrl-comp-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF ctrl-comp-linea(1:8) IS NUMERIC THEN
                         MOVE ctrl-comp-linea(1:8)
                           TO WS-FOLIO-COMP
                      END-IF
              END-READ
              CLOSE control-comprobante
           END-IF
           .

       GRABAR-CONTROL-COMPROBANTE.
           OPEN OUTPUT control-comprobante
           MOVE SPACES TO ctrl-comp-linea
           MOVE WS-FOLIO-COMP TO ctrl-comp-linea(1:8)
           WRITE ctrl-comp-linea
           CLOSE control-comprobante
           .

      *    UNA FACTURA CON DISPUTA ABIERTA (disputas.dat, LLAVE
      *    rut+periodo DE LA FACTURA) NO RECIBE PAGOS.
       VER-DISPUTA-FACTURA.
           MOVE "N" TO WS-EN-DISPUTA
           IF WS-DISPUTAS-OK = "S" THEN
              MOVE factura-rut     TO disputa-rut
              MOVE factura-periodo TO disputa-periodo
              READ datos-disputas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF disputa-abierta THEN
                         MOVE "S" TO WS-EN-DISPUTA
                      END-IF
              END-READ
           END-IF
           .

       END PROGRAM PagosWeb.
