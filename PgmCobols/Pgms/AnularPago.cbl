      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Anulacion de un pago por folio de comprobante. Con
      *          el detalle que PagarFactura dejo en comprobantes.dat
      *          deshace exactamente lo aplicado: cargo de reverso
      *          en la cuenta corriente (GrabarMovimiento) por cada
      *          factura, el interes y el saldo a favor; devuelve
      *          factura-pagado y factura-estado; retrocede las
      *          cuotas del convenio que el pago habia abonado;
      *          descuenta el monto de la sesion de caja abierta y
      *          reimprime el comprobante original marcado ANULADO.
      *          El pago de un dia ya cerrado (CierreDia) solo lo
      *          anula un supervisor (perfil A), y el motivo sale
      *          siempre de motivos.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnularPago.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-comprobantes
               ASSIGN TO
           "C:\PgmCobols\Data\comprobantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-folio
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-COMPROBANTES.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
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

           SELECT datos-cajas
               ASSIGN TO
           "C:\PgmCobols\Data\cajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caja-llave
               FILE STATUS IS FS-CAJAS.

           SELECT datos-motivos
               ASSIGN TO
           "C:\PgmCobols\Data\motivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS motivo-codigo
               FILE STATUS IS FS-MOTIVOS.

           SELECT comprobante-original
               ASSIGN TO DYNAMIC WS-RUTA-ORIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORIGINAL.

           SELECT comprobante-anulado
               ASSIGN TO DYNAMIC WS-RUTA-ANUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANULADO.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-comprobantes.
           copy "C:\PgmCobols\FD\FDComprobante.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-cuotas.
           copy "C:\PgmCobols\FD\FDConvCuota.cpy".

       FD  datos-cajas.
           copy "C:\PgmCobols\FD\FDCaja.cpy".

       FD  datos-motivos.
           copy "C:\PgmCobols\FD\FDMotivo.cpy".

       FD  comprobante-original.
       01  ORIG-LINEA          PIC X(80).

       FD  comprobante-anulado.
       01  ANUL-LINEA          PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-COMPROBANTES     PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-CONVENIOS        PIC XX.
       01  FS-CUOTAS           PIC XX.
       01  FS-CAJAS            PIC XX.
       01  FS-MOTIVOS          PIC XX.
       01  FS-ORIGINAL         PIC XX.
       01  FS-ANULADO          PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-CONVENIOS-OK     PIC X VALUE "N".
       01  WS-CAJAS-OK         PIC X VALUE "N".
       01  WS-MOTIVOS-ABIERTO  PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(08).
       01  WS-IDX-FAC          PIC 9(02).
       01  WS-IDX-CUOTA        PIC 9(02).
       01  WS-RESTANTE         PIC 9(11)V99.
       01  WS-QUITAR           PIC 9(11)V99.
       01  WS-CAJA-ORIGINAL    PIC X.
       01  WS-CAJA-DISPONIBLE  PIC 9(11)V99.
       01  WS-SUPERVISOR       PIC X(10).
       01  fin-original        PIC X.
       01  WS-RUTA-ORIG        PIC X(80).
       01  WS-RUTA-ANUL        PIC X(80).
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-ESTADO-DESC      PIC X(08).

       01 VARIABLES-PEDIR-PANTALLA.
           05 FOLIO         PIC 9(08).
           05 MOTIVO-ANULA  PIC X(04).
           05 CONFIRMAR     PIC X.
           05 SALIR         PIC X.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

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

       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

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
       01  PANTALLA-ANULACION.
         03  BLANK SCREEN.
         03  LINE 1 COL 25  VALUE "Anulacion de Pago por Folio".
         03  LINE 5 COL 5   VALUE "FOLIO.........: ".
         03  LINE 5 COL 22 PIC 9(08) USING FOLIO.
         03  LINE 7 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 7 COL 22 PIC ZZZZZZZZZ9 FROM comp-rut.
         03  LINE 8 COL 5   VALUE "FECHA PAGO....: ".
         03  LINE 8 COL 22 PIC 9(08) FROM comp-fecha.
         03  LINE 9 COL 5   VALUE "MONTO PAGADO..: ".
         03  LINE 9 COL 22 PIC X(14) FROM WS-MONTO-EDIT.
         03  LINE 10 COL 5  VALUE "MEDIO.........: ".
         03  LINE 10 COL 22 PIC X FROM comp-medio.
         03  LINE 11 COL 5  VALUE "ESTADO........: ".
         03  LINE 11 COL 22 PIC X(08) FROM WS-ESTADO-DESC.
         03  LINE 13 COL 5  VALUE "MOTIVO........: ".
         03  LINE 13 COL 22 PIC X(04) USING MOTIVO-ANULA.
         03  LINE 14 COL 5  VALUE "ANULAR (S/N)..: ".
         03  LINE 14 COL 22 PIC X USING CONFIRMAR.
         03  LINE 16 COL 5  VALUE
             "ANULAR N = SOLO CONSULTAR EL COMPROBANTE".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A ANULACIONES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           MOVE "N" TO WS-CONVENIOS-OK WS-CAJAS-OK
                       WS-MOTIVOS-ABIERTO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           OPEN I-O datos-comprobantes
           IF FS-COMPROBANTES NOT = "00" THEN
              MOVE "NO HAY COMPROBANTES REGISTRADOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "NO HAY FACTURAS GENERADAS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              CLOSE datos-comprobantes
              GOBACK
           END-IF
      *       Convenios y cajas son opcionales, igual que en
      *       PagarFactura: sin ellos el pago nunca los toco.
           OPEN I-O datos-convenios
           IF FS-CONVENIOS = "00" THEN
              OPEN I-O datos-cuotas
              IF FS-CUOTAS = "00" THEN
                 MOVE "S" TO WS-CONVENIOS-OK
              ELSE
                 CLOSE datos-convenios
              END-IF
           END-IF
           OPEN I-O datos-cajas
           IF FS-CAJAS = "00" THEN
              MOVE "S" TO WS-CAJAS-OK
           END-IF
           OPEN INPUT datos-motivos
           IF FS-MOTIVOS = "00" THEN
              MOVE "S" TO WS-MOTIVOS-ABIERTO
           END-IF

           MOVE "N" TO SALIR
           MOVE 0   TO comp-rut comp-fecha
           MOVE SPACES TO comp-medio WS-ESTADO-DESC
           MOVE ZEROES TO WS-MONTO-EDIT
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE SPACES TO MOTIVO-ANULA
              MOVE "N"    TO CONFIRMAR
              DISPLAY PANTALLA-ANULACION
              ACCEPT  PANTALLA-ANULACION
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM ANULAR-PAGO THRU ANULAR-PAGO-FIN
              END-IF
           END-PERFORM

           CLOSE datos-comprobantes datos-facturas
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios datos-cuotas
           END-IF
           IF WS-CAJAS-OK = "S" THEN
              CLOSE datos-cajas
           END-IF
           IF WS-MOTIVOS-ABIERTO = "S" THEN
              CLOSE datos-motivos
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * ANULAR-PAGO : lee el comprobante con LOCK y valida TODO    *
      * antes de tocar nada (estado, medio, dia de negocio,        *
      * supervisor, motivo, facturas, saldo a favor y caja); solo  *
      * entonces revierte, marca el comprobante y lo reimprime.    *
      *----------------------------------------------------------*
       ANULAR-PAGO.
           MOVE FOLIO TO comp-folio
           READ datos-comprobantes WITH LOCK END-READ
           IF FS-COMPROBANTES NOT = "00" THEN
              MOVE 0      TO comp-rut comp-fecha
              MOVE SPACES TO comp-medio WS-ESTADO-DESC
              MOVE ZEROES TO WS-MONTO-EDIT
              MOVE "FOLIO NO EXISTE O ESTA TOMADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ANULAR-PAGO-FIN
           END-IF
           MOVE comp-monto TO WS-MONTO-EDIT
           IF comp-anulado THEN
              MOVE "ANULADO " TO WS-ESTADO-DESC
           ELSE
              MOVE "VIGENTE " TO WS-ESTADO-DESC
           END-IF
           IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s" THEN
              GO TO ANULAR-PAGO-LIBERAR
           END-IF

           IF comp-anulado THEN
              MOVE "COMPROBANTE YA ESTA ANULADO" TO MSG-ERROR
              GO TO ANULAR-PAGO-ERR
           END-IF
      *       EL CHEQUE NO SE APLICO A NADA: SE GESTIONA EN LA
      *       CARTERA.
           IF comp-medio = "Q" THEN
              MOVE "CHEQUE EN CARTERA; GESTIONE EN CarteraCheques"
                                     TO MSG-ERROR
              GO TO ANULAR-PAGO-ERR
           END-IF

           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           IF LK-FN-ESTADO = "C" THEN
              MOVE "DIA DE NEGOCIO CERRADO; NO SE PUEDE ANULAR"
                                     TO MSG-ERROR
              GO TO ANULAR-PAGO-ERR
           END-IF
      *       EL DIA DEL PAGO YA PASO POR CierreDia: LA CAJA Y LA
      *       CONTABILIDAD DE ESE DIA ESTAN CERRADAS.
           MOVE SPACES TO WS-SUPERVISOR
           IF comp-fecha < LK-FN-FECHA THEN
              IF LK-OPERADOR-PERFIL NOT = "A" THEN
                 MOVE "PAGO DE DIA CERRADO; REQUIERE SUPERVISOR"
                                     TO MSG-ERROR
                 GO TO ANULAR-PAGO-ERR
              END-IF
              MOVE LK-OPERADOR-ID TO WS-SUPERVISOR
           END-IF

           IF MOTIVO-ANULA = SPACES THEN
              MOVE "DEBE INDICAR EL MOTIVO" TO MSG-ERROR
              GO TO ANULAR-PAGO-ERR
           END-IF
           IF WS-MOTIVOS-ABIERTO = "S" THEN
              MOVE MOTIVO-ANULA TO motivo-codigo
              READ datos-motivos
                  INVALID KEY
                      MOVE "MOTIVO NO EXISTE EN motivos.dat"
                                     TO MSG-ERROR
                      GO TO ANULAR-PAGO-ERR
              END-READ
           END-IF

           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > comp-cant-facturas
              MOVE comp-rut                     TO factura-rut
              MOVE comp-fac-periodo(WS-IDX-FAC) TO factura-periodo
              READ datos-facturas
                  INVALID KEY
                      MOVE "FACTURA DEL COMPROBANTE NO EXISTE"
                                     TO MSG-ERROR
                      GO TO ANULAR-PAGO-ERR
              END-READ
              IF factura-castigada OR
                 factura-pagado < comp-fac-aplicado(WS-IDX-FAC) THEN
                 MOVE SPACES TO MSG-ERROR
                 STRING "FACTURA "       DELIMITED BY SIZE
                        factura-periodo  DELIMITED BY SIZE
                        " CAMBIO DESDE EL PAGO; REVISE"
                                         DELIMITED BY SIZE
                           INTO MSG-ERROR
                 END-STRING
                 GO TO ANULAR-PAGO-ERR
              END-IF
           END-PERFORM

      *       EL SALDO A FAVOR QUE DEJO EL PAGO DEBE SEGUIR ENTERO:
      *       SI GenFacturas YA LO APLICO, SE ANULA ESA FACTURA
      *       PRIMERO.
           IF comp-favor > 0 THEN
              MOVE comp-rut       TO lk-sf-rut
              MOVE "S"            TO lk-sf-operacion
              MOVE 0              TO lk-sf-monto
              MOVE LK-OPERADOR-ID TO lk-sf-operador
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              IF OUT-CODRET-SF NOT = 0 OR
                 OUT-SALDO-SF < comp-favor THEN
                 MOVE "SALDO A FAVOR DEL PAGO YA FUE USADO"
                                     TO MSG-ERROR
                 GO TO ANULAR-PAGO-ERR
              END-IF
           END-IF

           IF comp-en-caja = "S" AND WS-CAJAS-OK = "S" THEN
              PERFORM BUSCAR-SESION-CAJA THRU BUSCAR-SESION-CAJA-FIN
              IF FS-CAJAS NOT = "00" THEN
                 GO TO ANULAR-PAGO-ERR
              END-IF
           END-IF

      *       DESDE AQUI SE REVIERTE.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > comp-cant-facturas
              PERFORM REVERTIR-FACTURA THRU REVERTIR-FACTURA-FIN
           END-PERFORM

      *       EL CARGO DE REVERSO DEL INTERES LLEVA LA GLOSA DE UN
      *       CARGO DE INTERES: PagarFactura LO VUELVE A VER COMO
      *       INTERES IMPAGO.
           IF comp-interes > 0 THEN
              MOVE comp-interes TO lk-mov-monto
              MOVE SPACES TO lk-mov-glosa
              STRING "INTERES MORA ANULA FOL " DELIMITED BY SIZE
                     comp-folio                DELIMITED BY SIZE
                        INTO lk-mov-glosa
              END-STRING
              PERFORM GRABAR-CARGO-REVERSO
           END-IF

           IF comp-favor > 0 THEN
              MOVE comp-rut       TO lk-sf-rut
              MOVE "D"            TO lk-sf-operacion
              MOVE comp-favor     TO lk-sf-monto
              MOVE LK-OPERADOR-ID TO lk-sf-operador
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              MOVE comp-favor TO lk-mov-monto
              MOVE SPACES TO lk-mov-glosa
              STRING "ANULA SALDO A FAVOR FOL " DELIMITED BY SIZE
                     comp-folio                 DELIMITED BY SIZE
                        INTO lk-mov-glosa
              END-STRING
              PERFORM GRABAR-CARGO-REVERSO
           END-IF

           IF comp-convenio > 0 AND WS-CONVENIOS-OK = "S" THEN
              PERFORM REVERTIR-CONVENIO THRU REVERTIR-CONVENIO-FIN
           END-IF

           IF comp-en-caja = "S" AND WS-CAJAS-OK = "S" THEN
              PERFORM DESCONTAR-DE-CAJA
           END-IF

           MOVE "A"            TO comp-estado
           MOVE LK-FN-FECHA    TO comp-fec-anulacion
           MOVE LK-OPERADOR-ID TO comp-usuario-anula
           MOVE MOTIVO-ANULA   TO comp-motivo-anula
           MOVE WS-SUPERVISOR  TO comp-supervisor
           REWRITE comp-registro END-REWRITE
           UNLOCK datos-comprobantes
           MOVE "ANULADO " TO WS-ESTADO-DESC

           PERFORM REIMPRIMIR-ANULADO

           MOVE "PAGO ANULADO; COMPROBANTE REIMPRESO" TO MSG-ERROR
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD
           GO TO ANULAR-PAGO-FIN.
       ANULAR-PAGO-ERR.
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD.
       ANULAR-PAGO-LIBERAR.
           UNLOCK datos-comprobantes.
       ANULAR-PAGO-FIN.
           EXIT.

      *    LA FACTURA RECUPERA LO QUE EL PAGO LE HABIA ABONADO Y,
      *    SI HABIA QUEDADO CANCELADA, VUELVE A PENDIENTE.
       REVERTIR-FACTURA.
           MOVE comp-rut                     TO factura-rut
           MOVE comp-fac-periodo(WS-IDX-FAC) TO factura-periodo
           READ datos-facturas WITH LOCK END-READ
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "FACTURA TOMADA; REVISE SU SALDO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REVERTIR-FACTURA-FIN
           END-IF
           SUBTRACT comp-fac-aplicado(WS-IDX-FAC) FROM factura-pagado
           IF factura-pagado < factura-monto THEN
              MOVE "P" TO factura-estado
           END-IF
           MOVE LK-FN-FECHA    TO factura-fecmod
           MOVE LK-OPERADOR-ID TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           UNLOCK datos-facturas

           MOVE comp-fac-aplicado(WS-IDX-FAC) TO lk-mov-monto
           MOVE SPACES TO lk-mov-glosa
           STRING "ANULA PAGO FACTURA " DELIMITED BY SIZE
                  factura-periodo       DELIMITED BY SIZE
                  " FOL "               DELIMITED BY SIZE
                  comp-folio            DELIMITED BY SIZE
                     INTO lk-mov-glosa
           END-STRING
           PERFORM GRABAR-CARGO-REVERSO.
       REVERTIR-FACTURA-FIN.
           EXIT.

       GRABAR-CARGO-REVERSO.
           MOVE comp-rut       TO lk-mov-rut
           MOVE "C"            TO lk-mov-tipo
           MOVE LK-OPERADOR-ID TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
           IF OUT-CODRET-MOV NOT = 0 THEN
              MOVE OUT-DESRET-MOV TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF
           .

      *----------------------------------------------------------*
      * REVERTIR-CONVENIO : PagarFactura abona las cuotas de la    *
      * mas antigua a la mas nueva; el reverso las recorre al      *
      * reves quitando lo abonado hasta completar comp-convenio.   *
      * Un convenio que el pago habia dado por cumplido vuelve a   *
      * quedar vigente.                                            *
      *----------------------------------------------------------*
       REVERTIR-CONVENIO.
           MOVE comp-rut TO convenio-rut
           READ datos-convenios
               INVALID KEY
                   GO TO REVERTIR-CONVENIO-FIN
           END-READ
           IF convenio-roto THEN
              GO TO REVERTIR-CONVENIO-FIN
           END-IF

           MOVE comp-convenio TO WS-RESTANTE
           PERFORM VARYING WS-IDX-CUOTA FROM convenio-cant-cuotas
                   BY -1 UNTIL WS-IDX-CUOTA = 0 OR WS-RESTANTE = 0
              MOVE comp-rut     TO cuota-rut
              MOVE WS-IDX-CUOTA TO cuota-numero
              READ datos-cuotas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM QUITAR-A-CUOTA
              END-READ
           END-PERFORM

           IF convenio-cumplido THEN
              MOVE "V"            TO convenio-estado
              MOVE LK-FN-FECHA    TO convenio-fecmod
              MOVE LK-OPERADOR-ID TO convenio-usuario-mod
              REWRITE convenio-registro END-REWRITE
           END-IF.
       REVERTIR-CONVENIO-FIN.
           EXIT.

       QUITAR-A-CUOTA.
           IF cuota-pagado > 0 THEN
              IF WS-RESTANTE > cuota-pagado THEN
                 MOVE cuota-pagado TO WS-QUITAR
              ELSE
                 MOVE WS-RESTANTE  TO WS-QUITAR
              END-IF
              SUBTRACT WS-QUITAR FROM cuota-pagado WS-RESTANTE
              MOVE "P"          TO cuota-estado
              MOVE LK-FN-FECHA  TO cuota-fecmod
              REWRITE cuota-registro END-REWRITE
           END-IF
           .

      *----------------------------------------------------------*
      * BUSCAR-SESION-CAJA : el monto sale de la sesion donde      *
      * entro si sigue abierta; si ya se cerro, de la sesion       *
      * abierta de hoy del operador que anula. La sesion debe      *
      * tener capturado al menos ese monto en el medio del pago.   *
      *----------------------------------------------------------*
       BUSCAR-SESION-CAJA.
           MOVE "S"           TO WS-CAJA-ORIGINAL
           MOVE comp-operador TO caja-operador
           MOVE comp-fecha    TO caja-fecha
           READ datos-cajas
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-CAJAS = "00" AND caja-abierta THEN
              GO TO BUSCAR-SESION-CAJA-MEDIO
           END-IF
           MOVE "N"            TO WS-CAJA-ORIGINAL
           MOVE LK-OPERADOR-ID TO caja-operador
           MOVE WS-FECHA-HOY   TO caja-fecha
           READ datos-cajas
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-CAJAS NOT = "00" OR NOT caja-abierta THEN
              MOVE "ABRA SU CAJA PARA DEVOLVER EL PAGO" TO MSG-ERROR
              MOVE "23" TO FS-CAJAS
              GO TO BUSCAR-SESION-CAJA-FIN
           END-IF.
       BUSCAR-SESION-CAJA-MEDIO.
           EVALUATE comp-medio
               WHEN "E"
                   MOVE caja-tot-efectivo TO WS-CAJA-DISPONIBLE
               WHEN "B"
                   MOVE caja-tot-transfer TO WS-CAJA-DISPONIBLE
               WHEN OTHER
                   MOVE caja-tot-tarjeta  TO WS-CAJA-DISPONIBLE
           END-EVALUATE
           IF WS-CAJA-DISPONIBLE < comp-monto THEN
              MOVE "LA CAJA NO TIENE ESE MONTO EN EL MEDIO DEL PAGO"
                                     TO MSG-ERROR
              MOVE "23" TO FS-CAJAS
           END-IF.
       BUSCAR-SESION-CAJA-FIN.
           EXIT.

      *    LA SESION QUEDO LEIDA EN BUSCAR-SESION-CAJA.
       DESCONTAR-DE-CAJA.
           IF WS-CAJA-ORIGINAL = "S" AND caja-cant-pagos > 0 THEN
              SUBTRACT 1 FROM caja-cant-pagos
           END-IF
           EVALUATE comp-medio
               WHEN "E"
                   SUBTRACT comp-monto FROM caja-tot-efectivo
               WHEN "B"
                   SUBTRACT comp-monto FROM caja-tot-transfer
               WHEN OTHER
                   SUBTRACT comp-monto FROM caja-tot-tarjeta
           END-EVALUATE
           REWRITE caja-registro END-REWRITE
           .

      *----------------------------------------------------------*
      * REIMPRIMIR-ANULADO : pieza nueva de spool con la marca de  *
      * anulacion y, debajo, el comprobante original tal como se   *
      * entrego. Si la pieza original ya no esta se imprime el     *
      * detalle registrado.                                        *
      *----------------------------------------------------------*
       REIMPRIMIR-ANULADO.
           MOVE "COMPROBANULA"  TO lk-sp-reporte
           MOVE LK-OPERADOR-ID  TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-ANUL
           OPEN OUTPUT comprobante-anulado

           MOVE ALL "*" TO ANUL-LINEA
           WRITE ANUL-LINEA
           MOVE SPACES TO ANUL-LINEA
           STRING "*** ANULADO *** FOLIO " DELIMITED BY SIZE
                  comp-folio               DELIMITED BY SIZE
                  " EL "                   DELIMITED BY SIZE
                  comp-fec-anulacion       DELIMITED BY SIZE
                  " POR "                  DELIMITED BY SIZE
                  comp-usuario-anula       DELIMITED BY SPACE
                  " MOTIVO "               DELIMITED BY SIZE
                  comp-motivo-anula        DELIMITED BY SIZE
                     INTO ANUL-LINEA
           END-STRING
           WRITE ANUL-LINEA
           IF comp-supervisor NOT = SPACES THEN
              MOVE SPACES TO ANUL-LINEA
              STRING "*** AUTORIZO SUPERVISOR " DELIMITED BY SIZE
                     comp-supervisor            DELIMITED BY SPACE
                        INTO ANUL-LINEA
              END-STRING
              WRITE ANUL-LINEA
           END-IF
           MOVE ALL "*" TO ANUL-LINEA
           WRITE ANUL-LINEA

           MOVE comp-ruta-spool TO WS-RUTA-ORIG
           OPEN INPUT comprobante-original
           IF FS-ORIGINAL = "00" THEN
              MOVE "N" TO fin-original
              PERFORM UNTIL fin-original = "S"
                  READ comprobante-original
                      AT END
                          MOVE "S" TO fin-original
                      NOT AT END
                          MOVE ORIG-LINEA TO ANUL-LINEA
                          WRITE ANUL-LINEA
                  END-READ
              END-PERFORM
              CLOSE comprobante-original
           ELSE
              PERFORM IMPRIMIR-DETALLE-REGISTRADO
           END-IF

           MOVE ALL "*" TO ANUL-LINEA
           WRITE ANUL-LINEA
           MOVE "*** ANULADO ***" TO ANUL-LINEA
           WRITE ANUL-LINEA
           CLOSE comprobante-anulado
           .

       IMPRIMIR-DETALLE-REGISTRADO.
           MOVE SPACES TO ANUL-LINEA
           STRING "COMPROBANTE DE PAGO FOLIO " DELIMITED BY SIZE
                  comp-folio                  DELIMITED BY SIZE
                  " FECHA "                   DELIMITED BY SIZE
                  comp-fecha                  DELIMITED BY SIZE
                  " CLIENTE RUT "             DELIMITED BY SIZE
                  comp-rut                    DELIMITED BY SIZE
                     INTO ANUL-LINEA
           END-STRING
           WRITE ANUL-LINEA
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > comp-cant-facturas
              MOVE comp-fac-aplicado(WS-IDX-FAC) TO WS-MONTO-EDIT
              MOVE SPACES TO ANUL-LINEA
              STRING "  FACTURA "  DELIMITED BY SIZE
                     comp-fac-periodo(WS-IDX-FAC)
                                   DELIMITED BY SIZE
                     "  APLICADO $" DELIMITED BY SIZE
                     WS-MONTO-EDIT DELIMITED BY SIZE
                        INTO ANUL-LINEA
              END-STRING
              WRITE ANUL-LINEA
           END-PERFORM
           MOVE comp-monto TO WS-MONTO-EDIT
           MOVE SPACES TO ANUL-LINEA
           STRING "MONTO PAGADO $" DELIMITED BY SIZE
                  WS-MONTO-EDIT    DELIMITED BY SIZE
                  "  MEDIO "       DELIMITED BY SIZE
                  comp-medio       DELIMITED BY SIZE
                  "  ATENDIO "     DELIMITED BY SIZE
                  comp-operador    DELIMITED BY SPACE
                     INTO ANUL-LINEA
           END-STRING
           WRITE ANUL-LINEA
           .

       END PROGRAM AnularPago.
