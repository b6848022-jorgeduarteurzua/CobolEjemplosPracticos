      *          que la toco (igual que GrabarCliente estampa
      *          usuario-usuario-mod) y deja el abono en la cuenta
      *          corriente via GrabarMovimiento.
      *          Con PERIODO en 0 el monto se reparte entre toda la
      *          deuda del cliente en un solo pago: primero el
      *          interes de mora cargado a la cuenta, despues las
      *          facturas pendientes de la mas antigua en
      *          vencimiento a la mas nueva; una sola anotacion en
      *          caja y un solo comprobante con el detalle.
      *          Lo pagado sobre la deuda (pago doble, pago
      *          anticipado) no se rechaza: queda como saldo a favor
      *          del cliente (GrabarSaldoFavor) y GenFacturas lo
      *          aplica a la factura siguiente.
      *          Cada comprobante queda registrado con su detalle en
      *          comprobantes.dat para que AnularPago pueda revertir
      *          el pago completo por folio.
      *          Si el pago deja al dia a un cliente con el servicio
      *          cortado por cobranza, se repone (ReponerServicio).
      *          No se aplica un pago cuya fecha valor cae en un
      *          periodo contable cerrado (VerificarPeriodo), ni se
      *          reciben pagos con el dia de negocio cerrado
      *          (FechaNegocio). Si GrabarMovimiento rechaza el abono
      *          de una factura, la factura vuelve a como estaba y lo
      *          que faltaba repartir no se recibe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               RECORD KEY IS chq-llave
               FILE STATUS IS FS-CHEQUES.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT control-comprobante ASSIGN TO
           "C:\PgmCobols\Data\comprobante_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMPROBANTE.

           SELECT datos-comprobantes
               ASSIGN TO
           "C:\PgmCobols\Data\comprobantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-folio
               FILE STATUS IS FS-COMPROBANTES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-cheques.
           copy "C:\PgmCobols\FD\FDCheque.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  control-comprobante.
       01  ctrl-comp-linea     PIC X(20).

       FD  comprobante-pago.
       01  COMP-LINEA          PIC X(80).

       FD  datos-comprobantes.
           copy "C:\PgmCobols\FD\FDComprobante.cpy".

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS         PIC XX.
       01  FS-CONVENIOS        PIC XX.
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-PENDIENTE        PIC 9(11)V99.
       01  WS-APLICADO         PIC 9(11)V99.
       01  WS-PEND-EDIT        PIC Z(10)9.99.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.

       01 PAR-SALIDA-LETRAS.
           05  LK-CL-TEXTO     PIC X(200).

      *    PAGO DE VARIAS FACTURAS (PERIODO EN 0): EL MONTO SE
      *    REPARTE CON REGLA FIJA. PRIMERO EL INTERES DE MORA QUE
      *    InteresesMora CARGO A LA CUENTA Y AUN NO SE PAGA NI SE
      *    CONDONA (CARGOS "INTERES MORA" MENOS ABONOS "PAGO INTERES
      *    MORA" Y "CONDONA INT MOV" EN movimientos.dat); DESPUES
      *    LAS FACTURAS PENDIENTES POR VENCIMIENTO, LA MAS ANTIGUA
      *    PRIMERO. LA TABLA GUARDA LO APLICADO A CADA UNA PARA EL
      *    DETALLE DEL COMPROBANTE (EN EL PAGO DE UNA SOLA FACTURA
      *    LLEVA ESA UNICA LINEA).
       01  FS-MOVIMIENTOS      PIC XX.
       01  fin-movimientos     PIC X.
       01  fin-facturas        PIC X.
       01  WS-INTERES-PEND     PIC S9(11)V99.
       01  WS-INTERES-APLIC    PIC 9(11)V99.
       01  WS-DEUDA-TOTAL      PIC 9(11)V99.
       01  WS-POR-APLICAR      PIC 9(11)V99.
       01  WS-ABONO-RECHAZADO  PIC X.
       01  WS-MONTO-FACTURAS   PIC 9(11)V99.
       01  WS-GLOSA-PAGO       PIC X(24).
       01  WS-MAX-PAGOS        PIC 9(02) VALUE 36.
       01  WS-PAG-CANT         PIC 9(02).
       01  WS-IDX-PAG          PIC 9(02).
       01  WS-IDX-INS          PIC 9(02).
       01  WS-TAB-PAGOS.
           05  WS-PAG-LINEA OCCURS 36 TIMES.
               10  WS-PAG-PERIODO     PIC 9(06).
               10  WS-PAG-FEC-VENC    PIC 9(08).
               10  WS-PAG-PENDIENTE   PIC 9(11)V99.
               10  WS-PAG-APLICADO    PIC 9(11)V99.

      *    SALDO A FAVOR: LO QUE EXCEDE LA DEUDA QUEDA ABONADO EN LA
      *    CUENTA CON GLOSA "SALDO A FAVOR" Y DISPONIBLE EN
      *    saldos_favor.dat. UN CLIENTE SIN DEUDA PUEDE PAGAR POR
      *    ADELANTADO (PERIODO 0), SIEMPRE QUE EXISTA Y ESTE ACTIVO.
       01  FS-USUARIOS         PIC XX.
       01  WS-FAVOR-APLIC      PIC 9(11)V99.
       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       01  FS-CTRL-COMP        PIC XX.
       01  FS-COMPROBANTE      PIC XX.
       01  WS-RUTA-COMP        PIC X(80).
       01  WS-FOLIO-COMP       PIC 9(08) VALUE 0.
       01  WS-HORA-COMP        PIC 9(06).
      *    REGISTRO DEL COMPROBANTE (comprobantes.dat): LO QUE
      *    RECIBIO CADA DOCUMENTO, EL CONVENIO Y LA CAJA, PARA QUE
      *    AnularPago DESHAGA EXACTAMENTE LO MISMO.
       01  FS-COMPROBANTES     PIC XX.
       01  WS-CONV-APLICADO    PIC 9(11)V99.
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
           05 SUM-FECHA-OK    PIC X(01).
           05 SUM-FECHA-SAL   PIC X(08).

       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).

       01 VARIABLES-PEDIR-PANTALLA.
           05 RUT        PIC 9(10).
           05 PERIODO    PIC 9(06).
           05  OUT-DESRET-MOV   PIC X(50).
           05  OUT-SALDO-MOV    PIC S9(11)V99.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-PERIODO.
           05  lk-vp-fecha      PIC 9(08).
       01 PAR-SALIDA-PERIODO.
           05  lk-vp-estado     PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
         03  LINE 1 COL 25  VALUE "Registro de Pagos de Facturas".
         03  LINE 5 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 5 COL 22 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 6 COL 5   VALUE "PERIODO(0=TODO): ".
         03  LINE 6 COL 22 PIC 9(06) USING PERIODO.
         03  LINE 8 COL 5   VALUE "SALDO/DEUDA...: ".
         03  LINE 8 COL 22 PIC X(14) FROM WS-PEND-EDIT.
         03  LINE 9 COL 5   VALUE "MONTO A PAGAR.: ".
         03  LINE 9 COL 22 PIC 9(11).99 USING MONTO-PAGO.
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
      *       CON EL DIA CERRADO GrabarMovimiento NO CONTABILIZA: NO
      *       SE RECIBEN PAGOS HASTA LA APERTURA DEL DIA SIGUIENTE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           IF LK-FN-ESTADO = "C" THEN
              MOVE "DIA DE NEGOCIO CERRADO; NO SE RECIBEN PAGOS"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF

           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM DETERMINAR-CORTE-DEL-DIA
      * cuenta corriente del cliente.                             *
      *----------------------------------------------------------*
       APLICAR-PAGO.
           MOVE 0 TO WS-PAG-CANT WS-INTERES-APLIC WS-FAVOR-APLIC
                     WS-CONV-APLICADO
           IF PERIODO = 0 THEN
              PERFORM APLICAR-VARIAS-FACTURAS THRU
                      APLICAR-VARIAS-FACTURAS-FIN
              GO TO APLICAR-PAGO-FIN
           END-IF

           MOVE RUT      TO factura-rut
           MOVE PERIODO  TO factura-periodo
           READ datos-facturas WITH LOCK END-READ
              GO TO APLICAR-PAGO-FIN
           END-IF

           IF MONTO-PAGO = 0 THEN
              MOVE "MONTO DEBE SER MAYOR QUE CERO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-PAGO-FIN
           END-IF
      *       EL EXCESO SOBRE EL SALDO VA A SALDO A FAVOR, SALVO EN
      *       CHEQUE: EL DOCUMENTO QUEDA CONTRA LA FACTURA Y NO PUEDE
      *       VALER MAS QUE ELLA.
           IF MONTO-PAGO > WS-PENDIENTE AND MEDIO-PAGO = "Q" THEN
              MOVE "CHEQUE NO PUEDE EXCEDER EL SALDO PENDIENTE"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-PAGO-FIN
           END-IF
           IF MONTO-PAGO > WS-PENDIENTE THEN
              MOVE WS-PENDIENTE TO WS-APLICADO
           ELSE
              MOVE MONTO-PAGO   TO WS-APLICADO
           END-IF

           IF MEDIO-PAGO NOT = "E" AND MEDIO-PAGO NOT = "B" AND
              MEDIO-PAGO NOT = "T" AND MEDIO-PAGO NOT = "Q" THEN
      *       TRANSITO Y LA FACTURA SIGUE PENDIENTE HASTA QUE EL
      *       BANCO CONFIRME (CarteraCheques). EL COMPROBANTE SE
      *       EMITE IGUAL: EL CLIENTE ENTREGO UN DOCUMENTO.
           MOVE 1                TO WS-PAG-CANT
           MOVE PERIODO          TO WS-PAG-PERIODO(1)
           MOVE factura-fec-venc TO WS-PAG-FEC-VENC(1)
           MOVE WS-PENDIENTE     TO WS-PAG-PENDIENTE(1)
           MOVE WS-APLICADO      TO WS-PAG-APLICADO(1)
           IF MEDIO-PAGO = "Q" THEN
              PERFORM RECIBIR-CHEQUE THRU RECIBIR-CHEQUE-FIN
              GO TO APLICAR-PAGO-FIN
           END-IF

           PERFORM CALCULAR-FECHA-VALOR
           IF lk-vp-estado = "C" THEN
              MOVE "FECHA VALOR EN PERIODO CONTABLE CERRADO"
                                  TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-PAGO-FIN
           END-IF

           ADD WS-APLICADO TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE WS-FECHA-VALOR  TO factura-fecmod
           MOVE LK-OPERADOR-ID  TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "NO SE PUDO GRABAR EL PAGO" TO MSG-ERROR
              GO TO APLICAR-PAGO-FIN
           END-IF

           MOVE WS-APLICADO     TO lk-mov-monto
           MOVE SPACES          TO WS-GLOSA-PAGO
           STRING "PAGO FACTURA " DELIMITED BY SIZE
                  PERIODO         DELIMITED BY SIZE
                            INTO WS-GLOSA-PAGO
           END-STRING
           PERFORM GRABAR-ABONO-PAGO
      *       SIN ABONO EN LA CUENTA EL PAGO NO SE RECIBE: LA FACTURA
      *       VUELVE A COMO ESTABA.
           IF OUT-CODRET-MOV NOT = 0 THEN
              SUBTRACT WS-APLICADO FROM factura-pagado
              MOVE "P"            TO factura-estado
              MOVE factura-estado TO factura-llave-estado
              REWRITE factura-registro END-REWRITE
              MOVE OUT-DESRET-MOV TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-PAGO-FIN
           END-IF

           COMPUTE WS-POR-APLICAR = MONTO-PAGO - WS-APLICADO
           IF WS-POR-APLICAR > 0 THEN
              PERFORM ABONAR-SALDO-A-FAVOR THRU
                      ABONAR-SALDO-A-FAVOR-FIN
              SUBTRACT WS-POR-APLICAR FROM MONTO-PAGO
           END-IF

           MOVE WS-APLICADO     TO WS-MONTO-FACTURAS
           IF WS-CONVENIOS-OK = "S" THEN
              PERFORM APLICAR-A-CONVENIO THRU
                      APLICAR-A-CONVENIO-FIN
           END-IF

           IF WS-CAJA-OK = "S" THEN
              PERFORM ANOTAR-EN-CAJA THRU ANOTAR-EN-CAJA-FIN
           END-IF

           PERFORM EMITIR-COMPROBANTE

           MOVE "PAGO REGISTRADO" TO MSG-ERROR
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD
           PERFORM REPONER-SERVICIO.
       APLICAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-VARIAS-FACTURAS : PERIODO en 0. Calcula la deuda   *
      * completa del cliente (interes impago + facturas abiertas   *
      * sin cheque en transito), valida el monto contra ella y lo  *
      * reparte: interes primero, facturas despues por fecha de    *
      * vencimiento. Un abono por factura en la cuenta corriente   *
      * (la glosa sigue nombrando el periodo pagado), una sola     *
      * anotacion en caja y un solo comprobante.                   *
      *----------------------------------------------------------*
       APLICAR-VARIAS-FACTURAS.
           IF MEDIO-PAGO NOT = "E" AND MEDIO-PAGO NOT = "B" AND
              MEDIO-PAGO NOT = "T" AND MEDIO-PAGO NOT = "Q" THEN
              MOVE "MEDIO DE PAGO DEBE SER E, B, T O Q" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-VARIAS-FACTURAS-FIN
           END-IF
      *       EL CHEQUE QUEDA EN CARTERA CONTRA UNA FACTURA
      *       DETERMINADA (chq-periodo-fact): NO SE REPARTE.
           IF MEDIO-PAGO = "Q" THEN
              MOVE "CHEQUE SOLO CONTRA UNA FACTURA; INDIQUE PERIODO"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-VARIAS-FACTURAS-FIN
           END-IF

           PERFORM CALCULAR-INTERES-PENDIENTE THRU
                   CALCULAR-INTERES-PENDIENTE-FIN
           PERFORM CARGAR-FACTURAS-PENDIENTES
           COMPUTE WS-DEUDA-TOTAL = WS-INTERES-PEND
                                  + WS-MONTO-FACTURAS
           MOVE WS-DEUDA-TOTAL TO WS-PEND-EDIT
           MOVE 0 TO WS-SALDO-UF-EDIT
           IF WS-VALOR-UF-HOY > 0 THEN
              COMPUTE WS-SALDO-EN-UF ROUNDED =
                      WS-DEUDA-TOTAL / WS-VALOR-UF-HOY
              MOVE WS-SALDO-EN-UF TO WS-SALDO-UF-EDIT
           END-IF

           IF MONTO-PAGO = 0 THEN
              MOVE "MONTO DEBE SER MAYOR QUE CERO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-VARIAS-FACTURAS-FIN
           END-IF
      *       SIN DEUDA TODO EL PAGO ES ANTICIPADO: SE EXIGE QUE EL
      *       RUT SEA DE UN CLIENTE ACTIVO (NO HAY FACTURA QUE LO
      *       CONFIRME).
           IF WS-DEUDA-TOTAL = 0 THEN
              OPEN INPUT datos-usuarios
              MOVE RUT TO usuario-rut
              IF FS-USUARIOS = "00" THEN
                 READ datos-usuarios END-READ
              END-IF
              IF FS-USUARIOS NOT = "00" OR NOT usuario-activo THEN
                 MOVE "CLIENTE SIN DEUDA NO EXISTE O NO ESTA ACTIVO"
                                     TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 CLOSE datos-usuarios
                 GO TO APLICAR-VARIAS-FACTURAS-FIN
              END-IF
              CLOSE datos-usuarios
           END-IF

           PERFORM CALCULAR-FECHA-VALOR
           IF lk-vp-estado = "C" THEN
              MOVE "FECHA VALOR EN PERIODO CONTABLE CERRADO"
                                  TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO APLICAR-VARIAS-FACTURAS-FIN
           END-IF
           MOVE MONTO-PAGO TO WS-POR-APLICAR

      *       1) INTERES DE MORA. SI EL ABONO NO SE PUEDE GRABAR
      *       (PERIODO CONTABLE CERRADO) NO SE TOCA NINGUNA FACTURA.
           IF WS-INTERES-PEND > 0 THEN
              IF WS-POR-APLICAR > WS-INTERES-PEND THEN
                 MOVE WS-INTERES-PEND TO WS-INTERES-APLIC
              ELSE
                 MOVE WS-POR-APLICAR  TO WS-INTERES-APLIC
              END-IF
              MOVE WS-INTERES-APLIC TO lk-mov-monto
              MOVE "PAGO INTERES MORA" TO WS-GLOSA-PAGO
              PERFORM GRABAR-ABONO-PAGO
              IF OUT-CODRET-MOV NOT = 0 THEN
                 MOVE OUT-DESRET-MOV TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO APLICAR-VARIAS-FACTURAS-FIN
              END-IF
              SUBTRACT WS-INTERES-APLIC FROM WS-POR-APLICAR
           END-IF

      *       2) FACTURAS, EN EL ORDEN DE LA TABLA (VENCIMIENTO).
      *       SI EL ABONO DE UNA FACTURA SE RECHAZA, ESA FACTURA
      *       VUELVE A COMO ESTABA, EL REPARTO SE DETIENE Y LO QUE
      *       FALTABA APLICAR NO SE RECIBE (NI VA A SALDO A FAVOR).
           MOVE 0   TO WS-MONTO-FACTURAS
           MOVE "N" TO WS-ABONO-RECHAZADO
           PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-PAG-CANT
                      OR WS-POR-APLICAR = 0
                      OR WS-ABONO-RECHAZADO = "S"
              PERFORM ABONAR-A-FACTURA THRU ABONAR-A-FACTURA-FIN
           END-PERFORM
           IF WS-ABONO-RECHAZADO = "S" AND WS-POR-APLICAR > 0 THEN
              SUBTRACT WS-POR-APLICAR FROM MONTO-PAGO
              MOVE WS-POR-APLICAR TO WS-MONTO-EDIT
              MOVE SPACES TO MSG-ERROR
              STRING "RESTO NO RECIBIDO $" DELIMITED BY SIZE
                     WS-MONTO-EDIT         DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE 0 TO WS-POR-APLICAR
           END-IF

      *       3) LO QUE SOBRA (PAGO SOBRE LA DEUDA, O UNA FACTURA
      *       TOMADA POR OTRA ESTACION ENTRE LA CARGA Y EL ABONO)
      *       QUEDA COMO SALDO A FAVOR DEL CLIENTE.
           IF WS-POR-APLICAR > 0 THEN
              PERFORM ABONAR-SALDO-A-FAVOR THRU
                      ABONAR-SALDO-A-FAVOR-FIN
              SUBTRACT WS-POR-APLICAR FROM MONTO-PAGO
           END-IF
           IF MONTO-PAGO = 0 THEN
              GO TO APLICAR-VARIAS-FACTURAS-FIN
           END-IF

           IF WS-CONVENIOS-OK = "S" AND WS-MONTO-FACTURAS > 0 THEN
              PERFORM APLICAR-A-CONVENIO THRU
                      APLICAR-A-CONVENIO-FIN
           END-IF

           IF WS-CAJA-OK = "S" THEN
              PERFORM ANOTAR-EN-CAJA THRU ANOTAR-EN-CAJA-FIN
           END-IF

           PERFORM EMITIR-COMPROBANTE

           MOVE "PAGO REGISTRADO" TO MSG-ERROR
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD
           PERFORM REPONER-SERVICIO.
       APLICAR-VARIAS-FACTURAS-FIN.
           EXIT.

      *    ABONA A LA FACTURA DE LA LINEA WS-IDX-PAG LO QUE ALCANCE
      *    DEL MONTO POR APLICAR. SE RELEE CON LOCK: EL SALDO VALIDO
      *    ES EL DEL MOMENTO DEL ABONO, NO EL DE LA CARGA.
       ABONAR-A-FACTURA.
           MOVE 0                        TO WS-PAG-APLICADO(WS-IDX-PAG)
           MOVE RUT                      TO factura-rut
           MOVE WS-PAG-PERIODO(WS-IDX-PAG) TO factura-periodo
           READ datos-facturas WITH LOCK END-READ
           IF FS-FACTURAS NOT = "00" OR factura-cancelada THEN
              GO TO ABONAR-A-FACTURA-FIN
           END-IF
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF WS-POR-APLICAR > WS-PENDIENTE THEN
              MOVE WS-PENDIENTE   TO WS-APLICADO
           ELSE
              MOVE WS-POR-APLICAR TO WS-APLICADO
           END-IF
           IF WS-APLICADO = 0 THEN
              GO TO ABONAR-A-FACTURA-FIN
           END-IF

           ADD WS-APLICADO TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE WS-FECHA-VALOR  TO factura-fecmod
           MOVE LK-OPERADOR-ID  TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           IF FS-FACTURAS NOT = "00" THEN
              GO TO ABONAR-A-FACTURA-FIN
           END-IF

           MOVE WS-APLICADO TO lk-mov-monto
           MOVE SPACES      TO WS-GLOSA-PAGO
           STRING "PAGO FACTURA " DELIMITED BY SIZE
                  factura-periodo DELIMITED BY SIZE
                            INTO WS-GLOSA-PAGO
           END-STRING
           PERFORM GRABAR-ABONO-PAGO
           IF OUT-CODRET-MOV NOT = 0 THEN
              SUBTRACT WS-APLICADO FROM factura-pagado
              MOVE "P"            TO factura-estado
              MOVE factura-estado TO factura-llave-estado
              REWRITE factura-registro END-REWRITE
              MOVE "S"            TO WS-ABONO-RECHAZADO
              MOVE OUT-DESRET-MOV TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ABONAR-A-FACTURA-FIN
           END-IF

           MOVE WS-APLICADO TO WS-PAG-APLICADO(WS-IDX-PAG)
           ADD WS-APLICADO TO WS-MONTO-FACTURAS
           SUBTRACT WS-APLICADO FROM WS-POR-APLICAR.
       ABONAR-A-FACTURA-FIN.
           EXIT.

      *    EL SOBRANTE WS-POR-APLICAR QUEDA COMO SALDO A FAVOR: PRIMERO
      *    EL SALDO (PUEDE ESTAR TOMADO), LUEGO EL ABONO EN LA CUENTA;
      *    SI EL ABONO FALLA SE DESHACE EL SALDO. LO QUE NO SE PUDO
      *    REGISTRAR NO SE RECIBE: WS-POR-APLICAR QUEDA CON ESE
      *    MONTO Y EL LLAMADOR LO DESCUENTA DEL PAGO.
       ABONAR-SALDO-A-FAVOR.
           MOVE RUT            TO lk-sf-rut
           MOVE "A"            TO lk-sf-operacion
           MOVE WS-POR-APLICAR TO lk-sf-monto
           MOVE LK-OPERADOR-ID TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF NOT = 0 THEN
              MOVE OUT-DESRET-SF TO MSG-ERROR
              GO TO ABONAR-SALDO-A-FAVOR-ERR
           END-IF

           MOVE WS-POR-APLICAR   TO lk-mov-monto
           MOVE "SALDO A FAVOR"  TO WS-GLOSA-PAGO
           PERFORM GRABAR-ABONO-PAGO
           IF OUT-CODRET-MOV NOT = 0 THEN
              MOVE "D" TO lk-sf-operacion
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              MOVE OUT-DESRET-MOV TO MSG-ERROR
              GO TO ABONAR-SALDO-A-FAVOR-ERR
           END-IF

           MOVE WS-POR-APLICAR TO WS-FAVOR-APLIC
           MOVE 0              TO WS-POR-APLICAR
           GO TO ABONAR-SALDO-A-FAVOR-FIN.
       ABONAR-SALDO-A-FAVOR-ERR.
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE WS-POR-APLICAR TO WS-MONTO-EDIT
           MOVE SPACES TO MSG-ERROR
           STRING "SOBRANTE NO RECIBIDO $" DELIMITED BY SIZE
                  WS-MONTO-EDIT            DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD.
       ABONAR-SALDO-A-FAVOR-FIN.
           EXIT.

      *    ABONO EN LA CUENTA CORRIENTE POR lk-mov-monto CON LA
      *    GLOSA BASE DE WS-GLOSA-PAGO.
       GRABAR-ABONO-PAGO.
           MOVE RUT             TO lk-mov-rut
           MOVE "A"             TO lk-mov-tipo
           MOVE SPACES          TO lk-mov-glosa
           IF WS-FECHA-VALOR = WS-FECHA-SYS THEN
              MOVE WS-GLOSA-PAGO TO lk-mov-glosa
           ELSE
      *        DESPUES DEL CORTE: LA GLOSA DEJA LA FECHA VALOR PARA
      *        LA CONCILIACION CONTABLE DEL DIA SIGUIENTE.
              STRING WS-GLOSA-PAGO   DELIMITED BY "  "
                     " VAL "         DELIMITED BY SIZE
                     WS-FECHA-VALOR  DELIMITED BY SIZE
                               INTO lk-mov-glosa
           MOVE LK-OPERADOR-ID  TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
           .

      *    INTERES IMPAGO = CARGOS "INTERES MORA" MENOS ABONOS
      *    "PAGO INTERES MORA" Y MENOS LO CONDONADO (ABONOS
      *    "CONDONA INT MOV" DE AplicarCondonacion) DEL RUT EN
      *    movimientos.dat. SIN EL ARCHIVO NO HAY INTERES QUE
      *    COBRAR.
       CALCULAR-INTERES-PENDIENTE.
           MOVE 0 TO WS-INTERES-PEND
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              GO TO CALCULAR-INTERES-PENDIENTE-FIN
           END-IF
           MOVE "N" TO fin-movimientos
           MOVE RUT TO mov-rut
           MOVE 0   TO mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "S" TO fin-movimientos
           END-START
           PERFORM UNTIL fin-movimientos = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-movimientos
                   NOT AT END
                       IF mov-rut NOT = RUT THEN
                          MOVE "S" TO fin-movimientos
                       ELSE
                          IF mov-cargo AND
                             mov-glosa(1:13) = "INTERES MORA " THEN
                             ADD mov-monto TO WS-INTERES-PEND
                          END-IF
                          IF mov-abono AND
                             mov-glosa(1:17) = "PAGO INTERES MORA"
                             THEN
                             SUBTRACT mov-monto FROM WS-INTERES-PEND
                          END-IF
                          IF mov-abono AND
                             mov-glosa(1:15) = "CONDONA INT MOV"
                             THEN
                             SUBTRACT mov-monto FROM WS-INTERES-PEND
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-movimientos
           IF WS-INTERES-PEND < 0 THEN
              MOVE 0 TO WS-INTERES-PEND
           END-IF.
       CALCULAR-INTERES-PENDIENTE-FIN.
           EXIT.

      *    CARGA LAS FACTURAS PENDIENTES DEL RUT ORDENADAS POR
      *    VENCIMIENTO (INSERCION EN LA TABLA). LAS QUE TIENEN UN
      *    CHEQUE EN TRANSITO QUEDAN FUERA: SU SALDO YA ESTA
      *    COMPROMETIDO.
       CARGAR-FACTURAS-PENDIENTES.
           MOVE 0   TO WS-PAG-CANT WS-MONTO-FACTURAS
           MOVE "N" TO fin-facturas
           MOVE RUT TO factura-rut
           MOVE 0   TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-rut NOT = RUT THEN
                          MOVE "S" TO fin-facturas
                       ELSE
                          IF factura-pendiente THEN
                             PERFORM AGREGAR-FACTURA-PENDIENTE THRU
                                     AGREGAR-FACTURA-PENDIENTE-FIN
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-TRANS-EDIT
           .

       AGREGAR-FACTURA-PENDIENTE.
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF WS-PENDIENTE = 0 OR WS-PAG-CANT >= WS-MAX-PAGOS THEN
              GO TO AGREGAR-FACTURA-PENDIENTE-FIN
           END-IF
           PERFORM SUMAR-CHEQUES-TRANSITO
           IF WS-MONTO-TRANSITO > 0 THEN
              GO TO AGREGAR-FACTURA-PENDIENTE-FIN
           END-IF
      *       CORRE HACIA ABAJO LAS LINEAS QUE VENCEN DESPUES.
           MOVE WS-PAG-CANT TO WS-IDX-INS
           PERFORM UNTIL WS-IDX-INS = 0
                   OR WS-PAG-FEC-VENC(WS-IDX-INS) <= factura-fec-venc
              MOVE WS-PAG-LINEA(WS-IDX-INS)
                TO WS-PAG-LINEA(WS-IDX-INS + 1)
              SUBTRACT 1 FROM WS-IDX-INS
           END-PERFORM
           ADD 1 TO WS-IDX-INS
           MOVE factura-periodo  TO WS-PAG-PERIODO(WS-IDX-INS)
           MOVE factura-fec-venc TO WS-PAG-FEC-VENC(WS-IDX-INS)
           MOVE WS-PENDIENTE     TO WS-PAG-PENDIENTE(WS-IDX-INS)
           MOVE 0                TO WS-PAG-APLICADO(WS-IDX-INS)
           ADD 1 TO WS-PAG-CANT
           ADD WS-PENDIENTE TO WS-MONTO-FACTURAS.
       AGREGAR-FACTURA-PENDIENTE-FIN.
           EXIT.

      *----------------------------------------------------------*
              GO TO APLICAR-A-CONVENIO-FIN
           END-IF

           MOVE WS-MONTO-FACTURAS TO WS-PAGO-RESTANTE
           MOVE 0          TO WS-CUOTAS-ABIERTAS
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > convenio-cant-cuotas
                      END-IF
              END-READ
           END-PERFORM
           COMPUTE WS-CONV-APLICADO = WS-MONTO-FACTURAS
                                    - WS-PAGO-RESTANTE

           IF WS-CUOTAS-ABIERTAS = 0 THEN
              MOVE "C"            TO convenio-estado
       ABONAR-A-CUOTA.
           IF WS-PAGO-RESTANTE > 0 THEN
              IF WS-PAGO-RESTANTE >= cuota-monto - cuota-pagado THEN
                 COMPUTE WS-PAGO-RESTANTE = WS-PAGO-RESTANTE
                                  - (cuota-monto - cuota-pagado)
                 MOVE cuota-monto TO cuota-pagado
                 MOVE "C"         TO cuota-estado
              ELSE
           END-IF
           .

      *    SI EL PAGO DEJO AL DIA A UN CLIENTE CON EL SERVICIO
      *    CORTADO POR COBRANZA, ReponerServicio LO REPONE, EMITE LA
      *    ORDEN PARA TERRENO Y DEJA EL CARGO DE REPOSICION. SIN
      *    SERVICIO CORTADO O AUN MOROSO NO SE AVISA NADA.
       REPONER-SERVICIO.
           MOVE RUT            TO lk-rp-rut
           MOVE LK-OPERADOR-ID TO lk-rp-operador
           CALL "ReponerServicio" USING PAR-ENTRADA-REPOS
                                        PAR-SALIDA-REPOS
           IF OUT-CODRET-RP = 0 THEN
              MOVE OUT-DESRET-RP TO MSG-ERROR
              MOVE "I"           TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E"           TO MSG-SEVERIDAD
           END-IF
           .

      *----------------------------------------------------------*
      * EMITIR-COMPROBANTE : folio siguiente del control, documento *
      * al spool con cliente, factura, monto, medio y operador. Un  *
           MOVE SPACES TO COMP-LINEA
           STRING "CLIENTE RUT " DELIMITED BY SIZE
                  RUT            DELIMITED BY SIZE
                     INTO COMP-LINEA
           END-STRING
           WRITE COMP-LINEA
      *       DETALLE: CADA DOCUMENTO TOCADO Y LO QUE RECIBIO.
           IF WS-INTERES-APLIC > 0 THEN
              MOVE WS-INTERES-APLIC TO WS-MONTO-EDIT
              MOVE SPACES TO COMP-LINEA
              STRING "  INTERES MORA                    APLICADO $"
                                      DELIMITED BY SIZE
                     WS-MONTO-EDIT    DELIMITED BY SIZE
                        INTO COMP-LINEA
              END-STRING
              WRITE COMP-LINEA
           END-IF
           PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-PAG-CANT
              IF WS-PAG-APLICADO(WS-IDX-PAG) > 0 THEN
                 MOVE WS-PAG-APLICADO(WS-IDX-PAG) TO WS-MONTO-EDIT
                 MOVE SPACES TO COMP-LINEA
                 STRING "  FACTURA "      DELIMITED BY SIZE
                        WS-PAG-PERIODO(WS-IDX-PAG)
                                          DELIMITED BY SIZE
                        " VENCE "         DELIMITED BY SIZE
                        WS-PAG-FEC-VENC(WS-IDX-PAG)
                                          DELIMITED BY SIZE
                        "  APLICADO $"    DELIMITED BY SIZE
                        WS-MONTO-EDIT     DELIMITED BY SIZE
                           INTO COMP-LINEA
                 END-STRING
                 WRITE COMP-LINEA
              END-IF
           END-PERFORM
           IF WS-FAVOR-APLIC > 0 THEN
              MOVE WS-FAVOR-APLIC TO WS-MONTO-EDIT
              MOVE SPACES TO COMP-LINEA
              STRING "  SALDO A FAVOR                   ABONADO  $"
                                      DELIMITED BY SIZE
                     WS-MONTO-EDIT    DELIMITED BY SIZE
                        INTO COMP-LINEA
              END-STRING
              WRITE COMP-LINEA
           END-IF
           MOVE MONTO-PAGO TO WS-MONTO-EDIT
           MOVE SPACES TO COMP-LINEA
           STRING "MONTO PAGADO $" DELIMITED BY SIZE
           MOVE ALL "=" TO COMP-LINEA
           WRITE COMP-LINEA
           CLOSE comprobante-pago
           PERFORM REGISTRAR-COMPROBANTE
           .

      *    EL DETALLE DEL COMPROBANTE QUEDA EN comprobantes.dat BAJO
      *    SU FOLIO. UN CHEQUE (MEDIO Q) SE REGISTRA SIN FACTURAS:
      *    TODAVIA NO SE APLICO NADA.
       REGISTRAR-COMPROBANTE.
           OPEN I-O datos-comprobantes
           IF FS-COMPROBANTES = "35" THEN
              OPEN OUTPUT datos-comprobantes
              CLOSE datos-comprobantes
              OPEN I-O datos-comprobantes
           END-IF
           IF FS-COMPROBANTES NOT = "00" THEN
              MOVE "COMPROBANTE SIN REGISTRO; NO SE PODRA ANULAR"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           ELSE
              MOVE SPACES           TO comp-registro
              MOVE WS-FOLIO-COMP    TO comp-folio
              MOVE WS-FECHA-SYS     TO comp-fecha
              MOVE WS-HORA-COMP     TO comp-hora
              MOVE WS-FECHA-VALOR   TO comp-fecha-valor
              MOVE RUT              TO comp-rut
              MOVE MONTO-PAGO       TO comp-monto
              MOVE MEDIO-PAGO       TO comp-medio
              MOVE LK-OPERADOR-ID   TO comp-operador
              MOVE WS-CAJA-OK       TO comp-en-caja
              MOVE WS-INTERES-APLIC TO comp-interes
              MOVE WS-FAVOR-APLIC   TO comp-favor
              MOVE WS-CONV-APLICADO TO comp-convenio
              MOVE 0                TO comp-cant-facturas
              IF MEDIO-PAGO NOT = "Q" THEN
                 PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                         UNTIL WS-IDX-PAG > WS-PAG-CANT
                    IF WS-PAG-APLICADO(WS-IDX-PAG) > 0 THEN
                       ADD 1 TO comp-cant-facturas
                       MOVE WS-PAG-PERIODO(WS-IDX-PAG)
                         TO comp-fac-periodo(comp-cant-facturas)
                       MOVE WS-PAG-APLICADO(WS-IDX-PAG)
                         TO comp-fac-aplicado(comp-cant-facturas)
                    END-IF
                 END-PERFORM
              END-IF
              MOVE WS-RUTA-COMP     TO comp-ruta-spool
              MOVE "V"              TO comp-estado
              MOVE 0                TO comp-fec-anulacion
              WRITE comp-registro
                  INVALID KEY
                      MOVE "FOLIO YA REGISTRADO EN comprobantes.dat"
                                   TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
              END-WRITE
              CLOSE datos-comprobantes
           END-IF
           .

      *    SUMA LOS CHEQUES EN TRANSITO DE LA FACTURA LEIDA
      *    (RUT + factura-periodo) Y DEJA EL MONTO VISIBLE EN EL CAMPO
      *    "CHQ TRANSITO" DE LA PANTALLA.
       SUMAR-CHEQUES-TRANSITO.
           MOVE 0 TO WS-MONTO-TRANSITO
                             MOVE "S" TO fin-cheques
                          ELSE
                             IF chq-en-transito AND
                                chq-periodo-fact =
                                                factura-periodo THEN
                                ADD chq-monto
                                  TO WS-MONTO-TRANSITO
                             END-IF
           .

      *    LA HORA SE TOMA EN EL MOMENTO DE CADA PAGO: EL MISMO
      *    CAJERO PUEDE CRUZAR EL CORTE A MITAD DE SU TURNO. LA
      *    FECHA VALOR NO PUEDE CAER EN UN PERIODO CONTABLE CERRADO
      *    (lk-vp-estado = "C"; EL LLAMADOR NO APLICA EL PAGO).
       CALCULAR-FECHA-VALOR.
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-FECHA-SYS TO WS-FECHA-VALOR
                 MOVE SUM-FECHA-SAL TO WS-FECHA-VALOR
              END-IF
           END-IF
           MOVE WS-FECHA-VALOR TO lk-vp-fecha
           CALL "VerificarPeriodo" USING PAR-ENTRADA-PERIODO
                                         PAR-SALIDA-PERIODO
           .

       END PROGRAM PagarFactura.
