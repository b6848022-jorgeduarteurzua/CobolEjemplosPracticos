      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Comisiones mensuales de los agentes de captacion
      *          (usuario-agente del cliente, fijado en el alta). La
      *          comision es un porcentaje de lo efectivamente
      *          cobrado en el mes en movimientos.dat (abonos "PAGO
      *          ... FACTURA pppppp" de caja, banco, PAC, cheque y
      *          portal web, mas lo recuperado por el estudio
      *          juridico "RECUPERO JUDICIAL FACTURA pppppp" y la
      *          garantia aplicada "GARANTIA nnnn FACTURA pppppp",
      *          que tambien es plata del cliente que entra)
      *          sobre facturas de los primeros N meses del cliente
      *          contados desde su mes de alta (usuario-feccre). Se
      *          descuentan (claw back) al mismo porcentaje los pagos
      *          anulados en el mes, las facturas castigadas en el
      *          mes y las notas de credito emitidas en el mes sobre
      *          facturas de esa ventana. El porcentaje y los N
      *          meses salen de comisiones_reglas.dat por servicio,
      *          ponderados por el monto de cada linea de cobro de
      *          la factura en factura_det.dat; sin lineas, la regla
      *          de servicio "*".
      *
      *          Formato de comisiones_reglas.dat (una regla por
      *          linea, la primera que calza gana; "*" = cualquiera):
      *          SERVICIO;MESES;PCTx10
      *          (PCTx10 = porcentaje en decimas: 025 = 2,5%).
      *          Periodo AAAAMM desde comisiones_param.dat; sin
      *          parametro, el mes anterior.
      *
      *          Salidas: comisiones_planilla.txt para remuneraciones
      *          (una linea por agente, "PERIODO;AGENTE;COMISION;
      *          DESCUENTOS;NETO", se reescribe en cada corrida; un
      *          neto negativo va en 0) y la liquidacion por agente
      *          por spool (COMISIONES), con el detalle por cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcularComisiones.

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

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

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

           SELECT datos-notas
               ASSIGN TO
           "C:\PgmCobols\Data\notas_credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nc-numero
               FILE STATUS IS FS-NOTAS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT archivo-reglas
               ASSIGN TO
           "C:\PgmCobols\Data\comisiones_reglas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLAS.

           SELECT param-comisiones
               ASSIGN TO
           "C:\PgmCobols\Data\comisiones_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT planilla-comisiones ASSIGN TO
           "C:\PgmCobols\Data\comisiones_planilla.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANILLA.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\comisiones_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  datos-notas.
           copy "C:\PgmCobols\FD\FDNotaCredito.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  archivo-reglas.
       01  regla-linea           PIC X(60).

       FD  param-comisiones.
       01  param-linea           PIC X(60).

       FD  planilla-comisiones.
       01  planilla-linea        PIC X(100).

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-AGENTE        PIC X(10).
           05  SRT-RUT           PIC 9(10).
           05  SRT-TIPO          PIC X.
      *        P = pago cobrado; A = pago anulado; X = factura
      *        castigada; N = nota de credito. Solo P suma.
           05  SRT-FACT-PERIODO  PIC 9(06).
           05  SRT-FECHA         PIC 9(08).
           05  SRT-FECCRE        PIC 9(08).
           05  SRT-MONTO         PIC 9(11)V99.
           05  SRT-PCT           PIC 9(03)V9(04).
           05  SRT-COMISION      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS           PIC XX.
       01  FS-MOVIMIENTOS        PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-FACTDET            PIC XX.
       01  FS-NOTAS              PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  FS-REGLAS             PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-PLANILLA           PIC XX.
       01  WS-MOVIMIENTOS-OK     PIC X VALUE "N".
       01  WS-FACTURAS-OK        PIC X VALUE "N".
       01  WS-FACTDET-OK         PIC X VALUE "N".
       01  WS-NOTAS-OK           PIC X VALUE "N".
       01  WS-OPERADORES-OK      PIC X VALUE "N".
       01  fin-de-archivo        PIC X.
       01  fin-detalle           PIC X.
       01  fin-reglas            PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PER-ANO            PIC 9(04).
       01  WS-PER-MES            PIC 9(02).

      *    REGLAS EN MEMORIA, EN EL ORDEN DEL ARCHIVO.
       01  WS-TAB-REGLAS.
           05  WS-RG-ITEM OCCURS 100 TIMES.
               10  WS-RG-SERVICIO  PIC X(06).
               10  WS-RG-MESES     PIC 9(03).
               10  WS-RG-PCT       PIC 9(03).
       01  WS-CANT-REGLAS        PIC 9(03) VALUE 0.
       01  WS-IDX-REGLA          PIC 9(03).
       01  WS-BUS-SERVICIO       PIC X(06).
       01  WS-PCT-REGLA          PIC 9(03).

      *    EVENTO EN PROCESO (PAGO, ANULACION, CASTIGO O NOTA).
       01  WS-EV-TIPO            PIC X.
       01  WS-EV-RUT             PIC 9(10).
       01  WS-EV-PERIODO-X       PIC X(06).
       01  WS-EV-PERIODO         PIC 9(06).
       01  R-WS-EV-PERIODO REDEFINES WS-EV-PERIODO.
           05  WS-EV-ANO         PIC 9(04).
           05  WS-EV-MES         PIC 9(02).
       01  WS-EV-FECHA           PIC 9(08).
       01  WS-EV-MONTO           PIC 9(11)V99.
       01  WS-MES-NRO            PIC S9(05).
       01  WS-SUM-LINEAS         PIC 9(13)V99.
       01  WS-SUM-PONDERADA      PIC 9(16)V99.
       01  WS-PCT-EFECTIVO       PIC 9(03)V9(04).
       01  WS-COMISION           PIC 9(11)V99.

       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-AGENTE-ANT         PIC X(10).
       01  WS-AGENTE-NOMBRE      PIC X(30).
       01  WS-AG-BRUTO           PIC 9(13)V99.
       01  WS-AG-DESCUENTO       PIC 9(13)V99.
       01  WS-AG-NETO            PIC 9(13)V99.
       01  WS-AG-NEGATIVO        PIC 9(13)V99.
       01  WS-CONT-AGENTES       PIC 9(05) VALUE 0.
       01  WS-CONT-EVENTOS       PIC 9(07) VALUE 0.
       01  WS-SUM-BRUTO          PIC 9(15)V99 VALUE 0.
       01  WS-SUM-DESCUENTO      PIC 9(15)V99 VALUE 0.
       01  WS-SUM-NETO           PIC 9(15)V99 VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-PCT-EDIT           PIC ZZ9.99.
       01  WS-COMI-EDIT          PIC Z(10)9.99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01  WS-TOT2-EDIT          PIC Z(12)9.99.
       01  WS-TOT3-EDIT          PIC Z(12)9.99.
       01  WS-TIPO-DESC          PIC X(10).
       01  WS-SIGNO              PIC X.

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
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           PERFORM LEER-PARAMETROS

           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-FIN
           IF WS-CANT-REGLAS = 0 THEN
              DISPLAY "NO HAY REGLAS EN comisiones_reglas.dat."
              GOBACK
           END-IF

           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              DISPLAY "NO HAY CLIENTES REGISTRADOS."
              GOBACK
           END-IF
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS = "00" THEN
              MOVE "S" TO WS-MOVIMIENTOS-OK
           END-IF
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF
           OPEN INPUT datos-factdet
           IF FS-FACTDET = "00" THEN
              MOVE "S" TO WS-FACTDET-OK
           END-IF
           OPEN INPUT datos-notas
           IF FS-NOTAS = "00" THEN
              MOVE "S" TO WS-NOTAS-OK
           END-IF
           OPEN INPUT datos-operadores
           IF FS-OPERADORES = "00" THEN
              MOVE "S" TO WS-OPERADORES-OK
           END-IF
           OPEN OUTPUT planilla-comisiones

           MOVE "COMISIONES"    TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "LIQUIDACION DE COMISIONES DE CAPTACION PERIODO "
                                 DELIMITED BY SIZE
                  WS-PERIODO     DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "       RUT ALTA     CONCEPTO   FACTUR FECHA   "
                                 DELIMITED BY SIZE
                  "          MONTO    PCT       COMISION"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           SORT sort-work ON ASCENDING KEY SRT-AGENTE
                                           SRT-RUT
                                           SRT-FECHA
               INPUT PROCEDURE IS SORT-TOMAR-EVENTOS
               OUTPUT PROCEDURE IS SORT-LISTAR-COMISIONES

           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-AGENTE
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-SUM-BRUTO     TO WS-TOT-EDIT
           MOVE WS-SUM-DESCUENTO TO WS-TOT2-EDIT
           MOVE WS-SUM-NETO      TO WS-TOT3-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL AGENTES: COMISION $" DELIMITED BY SIZE
                  WS-TOT-EDIT                 DELIMITED BY SIZE
                  " DESCUENTOS $"             DELIMITED BY SIZE
                  WS-TOT2-EDIT                DELIMITED BY SIZE
                  " A PAGAR $"                DELIMITED BY SIZE
                  WS-TOT3-EDIT                DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-usuarios planilla-comisiones
           IF WS-MOVIMIENTOS-OK = "S" THEN
              CLOSE datos-movimientos
           END-IF
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           IF WS-FACTDET-OK = "S" THEN
              CLOSE datos-factdet
           END-IF
           IF WS-NOTAS-OK = "S" THEN
              CLOSE datos-notas
           END-IF
           IF WS-OPERADORES-OK = "S" THEN
              CLOSE datos-operadores
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "COMISIONES DE CAPTACION PERIODO " WS-PERIODO
           DISPLAY "AGENTES LIQUIDADOS.: " WS-CONT-AGENTES
           DISPLAY "MOVIMIENTOS........: " WS-CONT-EVENTOS
           MOVE WS-SUM-BRUTO     TO WS-TOT-EDIT
           DISPLAY "COMISION BRUTA.....: $" WS-TOT-EDIT
           MOVE WS-SUM-DESCUENTO TO WS-TOT-EDIT
           DISPLAY "DESCUENTOS.........: $" WS-TOT-EDIT
           MOVE WS-SUM-NETO      TO WS-TOT-EDIT
           DISPLAY "A PAGAR............: $" WS-TOT-EDIT
           DISPLAY "PLANILLA...........: comisiones_planilla.txt"
           DISPLAY "LIQUIDACIONES......: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : periodo AAAAMM a liquidar; sin archivo  *
      * o sin valor valido, el mes anterior a la fecha de negocio.*
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           MOVE WS-FECHA-SYS(1:4) TO WS-PER-ANO
           MOVE WS-FECHA-SYS(5:2) TO WS-PER-MES
           IF WS-PER-MES = 1 THEN
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              SUBTRACT 1 FROM WS-PER-MES
           END-IF
           COMPUTE WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES

           OPEN INPUT param-comisiones
           IF FS-PARAM = "00" THEN
              READ param-comisiones INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:6) IS NUMERIC THEN
                         MOVE param-linea(1:6) TO WS-PERIODO
                      END-IF
              END-READ
              CLOSE param-comisiones
           END-IF
           .

       CARGAR-REGLAS.
           OPEN INPUT archivo-reglas
           IF FS-REGLAS NOT = "00" THEN
              GO TO CARGAR-REGLAS-FIN
           END-IF
           PERFORM UNTIL fin-reglas = "S" OR WS-CANT-REGLAS = 100
               READ archivo-reglas INTO regla-linea
                   AT END
                       MOVE "S" TO fin-reglas
                   NOT AT END
                       IF regla-linea NOT = SPACES THEN
                          ADD 1 TO WS-CANT-REGLAS
                          MOVE 0 TO WS-RG-MESES(WS-CANT-REGLAS)
                                    WS-RG-PCT(WS-CANT-REGLAS)
                          UNSTRING regla-linea DELIMITED BY ";"
                              INTO WS-RG-SERVICIO(WS-CANT-REGLAS),
                                   WS-RG-MESES(WS-CANT-REGLAS),
                                   WS-RG-PCT(WS-CANT-REGLAS)
                          END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-reglas.
       CARGAR-REGLAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * SORT-TOMAR-EVENTOS : recorre lo cobrado y lo reversado en *
      * el periodo (movimientos, facturas castigadas y notas de   *
      * credito) y entrega al sort lo que genera comision.        *
      *----------------------------------------------------------*
       SORT-TOMAR-EVENTOS.
           IF WS-MOVIMIENTOS-OK = "S" THEN
              PERFORM TOMAR-MOVIMIENTOS
           END-IF
           IF WS-FACTURAS-OK = "S" THEN
              PERFORM TOMAR-CASTIGOS
           END-IF
           IF WS-NOTAS-OK = "S" THEN
              PERFORM TOMAR-NOTAS
           END-IF
           .

      *    LAS GLOSAS DE PAGO SON LAS MISMAS QUE MIRA
      *    DetectarPagoDoble; LA ANULACION ES LA DE AnularPago.
       TOMAR-MOVIMIENTOS.
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
                       IF mov-fecha(1:6) = WS-PERIODO THEN
                          PERFORM CLASIFICAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           .

       CLASIFICAR-MOVIMIENTO.
           MOVE SPACE  TO WS-EV-TIPO
           MOVE SPACES TO WS-EV-PERIODO-X
           EVALUATE TRUE
               WHEN mov-abono AND
                    mov-glosa(1:13) = "PAGO FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(14:6)  TO WS-EV-PERIODO-X
               WHEN mov-abono AND
                    mov-glosa(1:19) = "PAGO BANCO FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(20:6)  TO WS-EV-PERIODO-X
               WHEN mov-abono AND
                    mov-glosa(1:17) = "PAGO PAC FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(18:6)  TO WS-EV-PERIODO-X
               WHEN mov-abono AND
                    mov-glosa(1:20) = "PAGO CHEQUE FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(21:6)  TO WS-EV-PERIODO-X
               WHEN mov-abono AND
                    mov-glosa(1:17) = "PAGO WEB FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(18:6)  TO WS-EV-PERIODO-X
               WHEN mov-abono AND
                    mov-glosa(1:26) = "RECUPERO JUDICIAL FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(27:6)  TO WS-EV-PERIODO-X
               WHEN mov-abono AND
                    mov-glosa(1:9)  = "GARANTIA " AND
                    mov-glosa(14:9) = " FACTURA "
                    MOVE "P"              TO WS-EV-TIPO
                    MOVE mov-glosa(23:6)  TO WS-EV-PERIODO-X
               WHEN mov-cargo AND
                    mov-glosa(1:19) = "ANULA PAGO FACTURA "
                    MOVE "A"              TO WS-EV-TIPO
                    MOVE mov-glosa(20:6)  TO WS-EV-PERIODO-X
           END-EVALUATE
           IF WS-EV-TIPO NOT = SPACE AND
              WS-EV-PERIODO-X IS NUMERIC THEN
              MOVE mov-rut          TO WS-EV-RUT
              MOVE WS-EV-PERIODO-X  TO WS-EV-PERIODO
              MOVE mov-fecha        TO WS-EV-FECHA
              MOVE mov-monto        TO WS-EV-MONTO
              PERFORM PROCESAR-EVENTO THRU PROCESAR-EVENTO-FIN
           END-IF
           .

      *    LO CASTIGADO DE UNA FACTURA ES LO QUE QUEDABA POR PAGAR
      *    AL MOMENTO DEL CASTIGO (factura-fecmod).
       TOMAR-CASTIGOS.
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
                       IF factura-castigada AND
                          factura-fecmod(1:6) = WS-PERIODO AND
                          factura-monto > factura-pagado THEN
                          MOVE "X"             TO WS-EV-TIPO
                          MOVE factura-rut     TO WS-EV-RUT
                          MOVE factura-periodo TO WS-EV-PERIODO
                          MOVE factura-fecmod  TO WS-EV-FECHA
                          COMPUTE WS-EV-MONTO = factura-monto -
                                                factura-pagado
                          PERFORM PROCESAR-EVENTO THRU
                                  PROCESAR-EVENTO-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

       TOMAR-NOTAS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO nc-numero
           START datos-notas KEY IS NOT < nc-numero
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-notas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF nc-fec-emision(1:6) = WS-PERIODO THEN
                          MOVE "N"                TO WS-EV-TIPO
                          MOVE nc-rut             TO WS-EV-RUT
                          MOVE nc-factura-periodo TO WS-EV-PERIODO
                          MOVE nc-fec-emision     TO WS-EV-FECHA
                          MOVE nc-monto           TO WS-EV-MONTO
                          PERFORM PROCESAR-EVENTO THRU
                                  PROCESAR-EVENTO-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * PROCESAR-EVENTO : solo clientes con agente y facturas     *
      * dentro de la ventana de meses desde el alta; el           *
      * porcentaje es el ponderado de las lineas de la factura.   *
      *----------------------------------------------------------*
       PROCESAR-EVENTO.
           MOVE WS-EV-RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   GO TO PROCESAR-EVENTO-FIN
           END-READ
           IF usuario-agente = SPACES OR usuario-feccre = 0 THEN
              GO TO PROCESAR-EVENTO-FIN
           END-IF

           MOVE usuario-feccre(1:4) TO WS-PER-ANO
           MOVE usuario-feccre(5:2) TO WS-PER-MES
           COMPUTE WS-MES-NRO =
                   (WS-EV-ANO - WS-PER-ANO) * 12 +
                   WS-EV-MES - WS-PER-MES
           IF WS-MES-NRO < 0 THEN
              GO TO PROCESAR-EVENTO-FIN
           END-IF

           PERFORM CALCULAR-PORCENTAJE
           IF WS-PCT-EFECTIVO = 0 THEN
              GO TO PROCESAR-EVENTO-FIN
           END-IF
           COMPUTE WS-COMISION ROUNDED =
                   WS-EV-MONTO * WS-PCT-EFECTIVO / 100
           IF WS-COMISION = 0 THEN
              GO TO PROCESAR-EVENTO-FIN
           END-IF

           MOVE usuario-agente  TO SRT-AGENTE
           MOVE WS-EV-RUT       TO SRT-RUT
           MOVE WS-EV-TIPO      TO SRT-TIPO
           MOVE WS-EV-PERIODO   TO SRT-FACT-PERIODO
           MOVE WS-EV-FECHA     TO SRT-FECHA
           MOVE usuario-feccre  TO SRT-FECCRE
           MOVE WS-EV-MONTO     TO SRT-MONTO
           MOVE WS-PCT-EFECTIVO TO SRT-PCT
           MOVE WS-COMISION     TO SRT-COMISION
           RELEASE SRT-REGISTRO.
       PROCESAR-EVENTO-FIN.
           EXIT.

      *    PORCENTAJE PONDERADO POR EL MONTO DE CADA LINEA DE COBRO;
      *    UNA LINEA CUYO SERVICIO YA SALIO DE SU VENTANA DE MESES
      *    PONDERA CON 0.
       CALCULAR-PORCENTAJE.
           MOVE 0 TO WS-SUM-LINEAS WS-SUM-PONDERADA WS-PCT-EFECTIVO
           IF WS-FACTDET-OK = "S" THEN
              MOVE "N"           TO fin-detalle
              MOVE WS-EV-RUT     TO fdet-rut
              MOVE WS-EV-PERIODO TO fdet-periodo
              MOVE LOW-VALUES    TO fdet-servicio
              START datos-factdet KEY IS NOT < fdet-llave
                  INVALID KEY
                      MOVE "S" TO fin-detalle
              END-START
              PERFORM UNTIL fin-detalle = "S"
                  READ datos-factdet NEXT RECORD
                      AT END
                          MOVE "S" TO fin-detalle
                      NOT AT END
                          IF fdet-rut NOT = WS-EV-RUT OR
                             fdet-periodo NOT = WS-EV-PERIODO THEN
                             MOVE "S" TO fin-detalle
                          ELSE
                             IF fdet-linea-cobro THEN
                                MOVE fdet-servicio TO WS-BUS-SERVICIO
                                PERFORM BUSCAR-REGLA
                                ADD fdet-monto TO WS-SUM-LINEAS
                                COMPUTE WS-SUM-PONDERADA =
                                        WS-SUM-PONDERADA +
                                        fdet-monto * WS-PCT-REGLA
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF

           IF WS-SUM-LINEAS > 0 THEN
              COMPUTE WS-PCT-EFECTIVO ROUNDED =
                      WS-SUM-PONDERADA / WS-SUM-LINEAS / 10
           ELSE
              MOVE "*" TO WS-BUS-SERVICIO
              PERFORM BUSCAR-REGLA
              COMPUTE WS-PCT-EFECTIVO = WS-PCT-REGLA / 10
           END-IF
           .

      *    PRIMERA REGLA QUE CALZA CON EL SERVICIO; SIN REGLA, O CON
      *    LA FACTURA FUERA DE LOS MESES DE LA REGLA, PORCENTAJE 0.
       BUSCAR-REGLA.
           MOVE 0 TO WS-PCT-REGLA
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
              IF WS-RG-SERVICIO(WS-IDX-REGLA) = "*" OR
                 WS-RG-SERVICIO(WS-IDX-REGLA) = WS-BUS-SERVICIO THEN
                 IF WS-MES-NRO < WS-RG-MESES(WS-IDX-REGLA) THEN
                    MOVE WS-RG-PCT(WS-IDX-REGLA) TO WS-PCT-REGLA
                 END-IF
                 MOVE WS-CANT-REGLAS TO WS-IDX-REGLA
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------*
      * SORT-LISTAR-COMISIONES : quiebre por agente; cada agente  *
      * abre su liquidacion y al cerrar deja su linea en la       *
      * planilla de remuneraciones.                               *
      *----------------------------------------------------------*
       SORT-LISTAR-COMISIONES.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UN-EVENTO
               END-RETURN
           END-PERFORM
           .

       LISTAR-UN-EVENTO.
           IF WS-PRIMERA = "S" THEN
              MOVE "N" TO WS-PRIMERA
              PERFORM ABRIR-AGENTE
           ELSE
              IF SRT-AGENTE NOT = WS-AGENTE-ANT THEN
                 PERFORM CERRAR-AGENTE
                 PERFORM ABRIR-AGENTE
              END-IF
           END-IF

           ADD 1 TO WS-CONT-EVENTOS
           EVALUATE SRT-TIPO
               WHEN "P"
                   MOVE "COBRADO"    TO WS-TIPO-DESC
                   MOVE "+"          TO WS-SIGNO
                   ADD SRT-COMISION  TO WS-AG-BRUTO
               WHEN "A"
                   MOVE "PAGO ANUL." TO WS-TIPO-DESC
                   MOVE "-"          TO WS-SIGNO
                   ADD SRT-COMISION  TO WS-AG-DESCUENTO
               WHEN "X"
                   MOVE "CASTIGO"    TO WS-TIPO-DESC
                   MOVE "-"          TO WS-SIGNO
                   ADD SRT-COMISION  TO WS-AG-DESCUENTO
               WHEN OTHER
                   MOVE "NOTA CRED." TO WS-TIPO-DESC
                   MOVE "-"          TO WS-SIGNO
                   ADD SRT-COMISION  TO WS-AG-DESCUENTO
           END-EVALUATE

           MOVE SRT-RUT      TO WS-RUT-EDIT
           MOVE SRT-MONTO    TO WS-MONTO-EDIT
           MOVE SRT-PCT      TO WS-PCT-EDIT
           MOVE SRT-COMISION TO WS-COMI-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-FECCRE        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-TIPO-DESC      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-FACT-PERIODO  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-FECHA         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-MONTO-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PCT-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SIGNO          DELIMITED BY SIZE
                  WS-COMI-EDIT      DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-AGENTE.
           MOVE SRT-AGENTE TO WS-AGENTE-ANT
           MOVE 0 TO WS-AG-BRUTO WS-AG-DESCUENTO
           MOVE "(OPERADOR NO REGISTRADO)" TO WS-AGENTE-NOMBRE
           IF WS-OPERADORES-OK = "S" THEN
              MOVE SRT-AGENTE TO operador-id
              READ datos-operadores
                  NOT INVALID KEY
                      MOVE operador-nombre TO WS-AGENTE-NOMBRE
              END-READ
           END-IF
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "AGENTE "        DELIMITED BY SIZE
                  SRT-AGENTE       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-AGENTE-NOMBRE DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    UN NETO NEGATIVO (MAS DESCUENTOS QUE COMISION EN EL MES)
      *    SE PAGA EN 0 Y QUEDA INFORMADO EN LA LIQUIDACION.
       CERRAR-AGENTE.
           MOVE 0 TO WS-AG-NEGATIVO
           IF WS-AG-DESCUENTO > WS-AG-BRUTO THEN
              MOVE 0 TO WS-AG-NETO
              COMPUTE WS-AG-NEGATIVO = WS-AG-DESCUENTO - WS-AG-BRUTO
           ELSE
              COMPUTE WS-AG-NETO = WS-AG-BRUTO - WS-AG-DESCUENTO
           END-IF
           ADD 1               TO WS-CONT-AGENTES
           ADD WS-AG-BRUTO     TO WS-SUM-BRUTO
           ADD WS-AG-DESCUENTO TO WS-SUM-DESCUENTO
           ADD WS-AG-NETO      TO WS-SUM-NETO

           MOVE WS-AG-BRUTO     TO WS-TOT-EDIT
           MOVE WS-AG-DESCUENTO TO WS-TOT2-EDIT
           MOVE WS-AG-NETO      TO WS-TOT3-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "LIQUIDACION " DELIMITED BY SIZE
                  WS-AGENTE-ANT  DELIMITED BY SIZE
                  ": COMISION $" DELIMITED BY SIZE
                  WS-TOT-EDIT    DELIMITED BY SIZE
                  " DESCUENTOS $" DELIMITED BY SIZE
                  WS-TOT2-EDIT   DELIMITED BY SIZE
                  " A PAGAR $"   DELIMITED BY SIZE
                  WS-TOT3-EDIT   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           IF WS-AG-NEGATIVO > 0 THEN
              MOVE WS-AG-NEGATIVO TO WS-TOT-EDIT
              MOVE SPACES TO lk-rw-linea
              STRING "  DESCUENTOS SUPERAN LA COMISION DEL MES EN $"
                                    DELIMITED BY SIZE
                     WS-TOT-EDIT    DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-IF

           MOVE WS-AG-BRUTO TO WS-TOT-EDIT
           MOVE SPACES TO planilla-linea
           STRING WS-PERIODO     DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-AGENTE-ANT  DELIMITED BY SPACE
                  ";"            DELIMITED BY SIZE
                  WS-TOT-EDIT    DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-TOT2-EDIT   DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-TOT3-EDIT   DELIMITED BY SIZE
                     INTO planilla-linea
           END-STRING
           WRITE planilla-linea
           .

       END PROGRAM CalcularComisiones.
