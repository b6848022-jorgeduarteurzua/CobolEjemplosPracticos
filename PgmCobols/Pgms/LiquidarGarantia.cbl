      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Liquida las garantias en dinero vigentes de un
      *          cliente (garantias.dat), todas o solo las de un
      *          servicio. El saldo retenido se aplica primero a las
      *          facturas pendientes del cliente, de la mas antigua
      *          a la mas nueva y saltando las que tienen disputa
      *          abierta (mismas reglas que PagosBanco): pago sobre
      *          la factura y abono en la cuenta corriente via
      *          GrabarMovimiento. Operacion A: solo aplica y la
      *          garantia sigue vigente por lo que quede. Operacion
      *          L: ademas envia el remanente a devolucion (linea en
      *          ordenes_devolucion.txt) y cierra la garantia. La
      *          llaman BorrarCliente (baja) y MantenedorSuscripciones
      *          (fin de la suscripcion que la garantia respalda).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidarGarantia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-garantias
               ASSIGN TO
           "C:\PgmCobols\Data\garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gar-llave
               FILE STATUS IS FS-GARANTIAS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT ordenes-devolucion ASSIGN TO
           "C:\PgmCobols\Data\ordenes_devolucion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-garantias.
           copy "C:\PgmCobols\FD\FDGarantia.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  ordenes-devolucion.
       01  orden-linea         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-GARANTIAS        PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-DISPUTAS         PIC XX.
       01  FS-ORDENES          PIC XX.
       01  WS-FACTURAS-OK      PIC X.
       01  WS-DISPUTAS-OK      PIC X.
       01  fin-garantias       PIC X.
       01  WS-FACTURA-HALLADA  PIC X.
       01  WS-EN-DISPUTA       PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-PENDIENTE        PIC 9(11)V99.
       01  WS-MONTO-APLICAR    PIC 9(11)V99.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-CONT-LIQUIDADAS  PIC 9(04).

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

       LINKAGE SECTION.
       01 PAR-ENTRADA-GARANTIA.
           05  lk-ga-operacion  PIC X.
      *        A = aplicar a facturas pendientes; L = aplicar y
      *        devolver el remanente, cerrando la garantia.
           05  lk-ga-rut        PIC 9(10).
           05  lk-ga-dv         PIC X.
      *        DV del cliente, para la orden de devolucion.
           05  lk-ga-servicio   PIC X(06).
      *        Blanco = todas las garantias vigentes del cliente.
           05  lk-ga-motivo     PIC X(04).
      *        Queda en gar-motivo-liq y en la orden (BAJA / FINS).
           05  lk-ga-operador   PIC X(10).
       01 PAR-SALIDA-GARANTIA.
           05  OUT-CODRET-GA    PIC 9(04).
      *        0 = procesado (tambien si no habia garantias);
      *        2 = error de archivo (lo ya aplicado queda grabado).
           05  OUT-DESRET-GA    PIC X(50).
           05  OUT-APLICADO-GA  PIC 9(11)V99.
           05  OUT-DEVUELTO-GA  PIC 9(11)V99.

       PROCEDURE DIVISION USING PAR-ENTRADA-GARANTIA
                                PAR-SALIDA-GARANTIA.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE 0      TO OUT-CODRET-GA OUT-APLICADO-GA
                          OUT-DEVUELTO-GA WS-CONT-LIQUIDADAS
           MOVE SPACES TO OUT-DESRET-GA

      *       Sin garantias.dat el cliente no tiene garantias.
           OPEN I-O datos-garantias
           IF FS-GARANTIAS NOT = "00" THEN
              MOVE "CLIENTE SIN GARANTIAS" TO OUT-DESRET-GA
              GOBACK
           END-IF
           MOVE "N" TO WS-FACTURAS-OK WS-DISPUTAS-OK
           OPEN I-O datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF

           MOVE "N"       TO fin-garantias
           MOVE lk-ga-rut TO gar-rut
           MOVE 0         TO gar-correlativo
           START datos-garantias KEY IS NOT < gar-llave
               INVALID KEY
                   MOVE "S" TO fin-garantias
           END-START
           PERFORM UNTIL fin-garantias = "S"
               READ datos-garantias NEXT RECORD
                   AT END
                       MOVE "S" TO fin-garantias
                   NOT AT END
                       IF gar-rut NOT = lk-ga-rut THEN
                          MOVE "S" TO fin-garantias
                       ELSE
                          IF gar-vigente AND
                             (lk-ga-servicio = SPACES OR
                              gar-servicio = lk-ga-servicio) THEN
                             PERFORM PROCESAR-GARANTIA THRU
                                     PROCESAR-GARANTIA-FIN
                          END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE datos-garantias
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF
           IF OUT-CODRET-GA = 0 THEN
              STRING "GARANTIAS LIQUIDADAS: " DELIMITED BY SIZE
                     WS-CONT-LIQUIDADAS       DELIMITED BY SIZE
                        INTO OUT-DESRET-GA
              END-STRING
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * PROCESAR-GARANTIA : aplica lo retenido a las facturas     *
      * pendientes y, en la liquidacion, devuelve el remanente.   *
      *----------------------------------------------------------*
       PROCESAR-GARANTIA.
           IF WS-FACTURAS-OK = "S" THEN
              PERFORM APLICAR-A-FACTURAS THRU
                      APLICAR-A-FACTURAS-FIN
           END-IF

      *       Si la aplicacion fallo, lo ya aplicado se graba pero la
      *       garantia sigue vigente y no se devuelve nada.
           IF lk-ga-operacion = "L" AND OUT-CODRET-GA = 0 THEN
              IF gar-saldo > 0 THEN
                 PERFORM ORDENAR-DEVOLUCION
              END-IF
              MOVE "L"          TO gar-estado
              MOVE WS-FECHA-SYS TO gar-fec-liquidacion
              MOVE lk-ga-motivo TO gar-motivo-liq
              ADD 1 TO WS-CONT-LIQUIDADAS
           END-IF

           MOVE WS-FECHA-SYS   TO gar-fecmod
           MOVE lk-ga-operador TO gar-usuario-mod
           REWRITE gar-registro END-REWRITE
           IF FS-GARANTIAS NOT = "00" THEN
              MOVE 2 TO OUT-CODRET-GA
              MOVE "NO SE PUDO GRABAR LA GARANTIA" TO OUT-DESRET-GA
           END-IF.
       PROCESAR-GARANTIA-FIN.
           EXIT.

      *    UNA FACTURA A LA VEZ, SIEMPRE LA PENDIENTE MAS ANTIGUA,
      *    HASTA AGOTAR LO RETENIDO O LAS FACTURAS.
       APLICAR-A-FACTURAS.
           IF gar-saldo = 0 THEN
              GO TO APLICAR-A-FACTURAS-FIN
           END-IF
           PERFORM BUSCAR-FACTURA-ANTIGUA THRU
                   BUSCAR-FACTURA-ANTIGUA-FIN
           IF WS-FACTURA-HALLADA NOT = "S" THEN
              GO TO APLICAR-A-FACTURAS-FIN
           END-IF

           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF gar-saldo > WS-PENDIENTE THEN
              MOVE WS-PENDIENTE TO WS-MONTO-APLICAR
           ELSE
              MOVE gar-saldo    TO WS-MONTO-APLICAR
           END-IF

      *       MISMA APLICACION QUE PagarFactura: PAGO SOBRE LA
      *       FACTURA, CANCELACION SI QUEDO SALDADA Y ABONO EN LA
      *       CUENTA CORRIENTE.
           ADD WS-MONTO-APLICAR TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE WS-FECHA-SYS   TO factura-fecmod
           MOVE lk-ga-operador TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           IF FS-FACTURAS NOT = "00" THEN
              MOVE 2 TO OUT-CODRET-GA
              MOVE "NO SE PUDO GRABAR EL PAGO DE LA FACTURA"
                                     TO OUT-DESRET-GA
              GO TO APLICAR-A-FACTURAS-FIN
           END-IF

           MOVE lk-ga-rut        TO lk-mov-rut
           MOVE "A"              TO lk-mov-tipo
           MOVE WS-MONTO-APLICAR TO lk-mov-monto
           MOVE SPACES           TO lk-mov-glosa
           STRING "GARANTIA "     DELIMITED BY SIZE
                  gar-correlativo DELIMITED BY SIZE
                  " FACTURA "     DELIMITED BY SIZE
                  factura-periodo DELIMITED BY SIZE
                          INTO lk-mov-glosa
           END-STRING
           MOVE lk-ga-operador   TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
      *       SIN ABONO LA FACTURA VUELVE A PENDIENTE Y LA GARANTIA
      *       CONSERVA SU SALDO.
           IF OUT-CODRET-MOV NOT = 0 THEN
              SUBTRACT WS-MONTO-APLICAR FROM factura-pagado
              MOVE "P"            TO factura-estado
              MOVE factura-estado TO factura-llave-estado
              REWRITE factura-registro END-REWRITE
              MOVE 2              TO OUT-CODRET-GA
              MOVE OUT-DESRET-MOV TO OUT-DESRET-GA
              GO TO APLICAR-A-FACTURAS-FIN
           END-IF

           SUBTRACT WS-MONTO-APLICAR FROM gar-saldo
           ADD WS-MONTO-APLICAR TO gar-monto-aplicado
                                   OUT-APLICADO-GA
           GO TO APLICAR-A-FACTURAS.
       APLICAR-A-FACTURAS-FIN.
           EXIT.

       BUSCAR-FACTURA-ANTIGUA.
           MOVE "N"       TO WS-FACTURA-HALLADA
           MOVE lk-ga-rut TO factura-rut
           MOVE 0         TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   GO TO BUSCAR-FACTURA-ANTIGUA-FIN
           END-START.
       BUSCAR-FACTURA-SIGUIENTE.
           READ datos-facturas NEXT RECORD
               AT END
                   GO TO BUSCAR-FACTURA-ANTIGUA-FIN
           END-READ
           IF factura-rut NOT = lk-ga-rut THEN
              GO TO BUSCAR-FACTURA-ANTIGUA-FIN
           END-IF
           IF NOT factura-pendiente THEN
              GO TO BUSCAR-FACTURA-SIGUIENTE
           END-IF
           PERFORM VER-DISPUTA-FACTURA
           IF WS-EN-DISPUTA = "S" THEN
              GO TO BUSCAR-FACTURA-SIGUIENTE
           END-IF
           MOVE "S" TO WS-FACTURA-HALLADA.
       BUSCAR-FACTURA-ANTIGUA-FIN.
           EXIT.

       VER-DISPUTA-FACTURA.
           MOVE "N" TO WS-EN-DISPUTA
           IF WS-DISPUTAS-OK = "S" THEN
              MOVE factura-rut     TO disputa-rut
              MOVE factura-periodo TO disputa-periodo
              READ datos-disputas
                  NOT INVALID KEY
                      IF disputa-abierta THEN
                         MOVE "S" TO WS-EN-DISPUTA
                      END-IF
              END-READ
           END-IF
           .

      *    ORDEN DE PAGO CON EL MISMO FORMATO QUE LAS DEVOLUCIONES
      *    DE SALDO A FAVOR ("FECHA;SOLICITUD;RUT;DV;MONTO;MOTIVO;
      *    SOLICITANTE;APROBADOR"): SIN SOLICITUD (000000) Y CON
      *    APROBADOR GARANTIA. EL DINERO NUNCA ENTRO A LA CUENTA
      *    CORRIENTE, POR LO QUE NO SE GRABA MOVIMIENTO.
       ORDENAR-DEVOLUCION.
           OPEN EXTEND ordenes-devolucion
           IF FS-ORDENES NOT = "00" THEN
              OPEN OUTPUT ordenes-devolucion
           END-IF
           MOVE gar-saldo TO WS-MONTO-EDIT
           MOVE SPACES TO orden-linea
           STRING WS-FECHA-SYS      DELIMITED BY SIZE
                  ";000000;"        DELIMITED BY SIZE
                  lk-ga-rut         DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  lk-ga-dv          DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-MONTO-EDIT     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  lk-ga-motivo      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  lk-ga-operador    DELIMITED BY SPACE
                  ";GARANTIA"       DELIMITED BY SIZE
                          INTO orden-linea
           END-STRING
           WRITE orden-linea
           CLOSE ordenes-devolucion
           ADD gar-saldo TO gar-monto-devuelto OUT-DEVUELTO-GA
           MOVE 0 TO gar-saldo
           .

       END PROGRAM LiquidarGarantia.
