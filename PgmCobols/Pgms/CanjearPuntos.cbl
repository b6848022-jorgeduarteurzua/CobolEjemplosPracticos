      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Canje en caja de los puntos por pago puntual
      *          (puntos.dat) como descuento sobre una factura
      *          pendiente del cliente. El descuento (puntos por el
      *          valor del punto de puntos_param.dat) se materializa
      *          como nota de credito via EmitirNotaCredito, con lo
      *          que rebaja la factura, abona la cuenta corriente y
      *          llega al libro de ventas. Los puntos se descuentan
      *          de los lotes vigentes del mas antiguo al mas nuevo y
      *          el canje queda como movimiento C del cliente. Con 0
      *          puntos solo informa el saldo disponible.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CanjearPuntos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pto-llave
               FILE STATUS IS FS-PUNTOS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT param-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-puntos.
           copy "C:\PgmCobols\FD\FDPuntos.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  param-puntos.
       01  param-linea           PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-PUNTOS           PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-PARAM            PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  fin-puntos          PIC X.
       01  WS-MESES-VIGENCIA   PIC 9(03) VALUE 12.
       01  WS-VALOR-PUNTO      PIC 9(05) VALUE 0.
       01  WS-FECHA-INICIO     PIC 9(08) VALUE 0.
       01  WS-DISPONIBLES      PIC 9(09).
       01  WS-POR-DESCONTAR    PIC 9(09).
       01  WS-DESCONTAR-LOTE   PIC 9(09).
       01  WS-ULT-CORRELATIVO  PIC 9(06).
       01  WS-MONTO-CANJE      PIC 9(11)V99.
       01  WS-PUNTOS-EDIT      PIC Z(08)9.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.

       01 PAR-ENTRADA-NC.
           05  lk-nc-rut        PIC 9(10).
           05  lk-nc-periodo    PIC 9(06).
           05  lk-nc-monto      PIC 9(11)V99.
           05  lk-nc-motivo     PIC X(04).
           05  lk-nc-operador   PIC X(10).
       01 PAR-SALIDA-NC.
           05  OUT-CODRET-NC    PIC 9(04).
           05  OUT-DESRET-NC    PIC X(50).
           05  OUT-NUMERO-NC    PIC 9(06).

       01 VARIABLES-PANTALLA.
           05 RUT          PIC 9(10).
           05 PERIODO      PIC 9(06).
           05 PUNTOS       PIC 9(09).
           05 SALIR        PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-CANJE.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Canje de Puntos".
         03  LINE 4 COL 5   VALUE "RUT CLIENTE.........: ".
         03  LINE 4 COL 28 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 5 COL 5   VALUE "FACTURA (AAAAMM)....: ".
         03  LINE 5 COL 28 PIC 9(06) USING PERIODO.
         03  LINE 6 COL 5   VALUE "PUNTOS (0=VER SALDO): ".
         03  LINE 6 COL 28 PIC Z(08)9 USING PUNTOS.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A CANJE DE PUNTOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT param-puntos
           IF FS-PARAM = "00" THEN
              READ param-puntos INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-MESES-VIGENCIA
                               WS-VALOR-PUNTO
                               WS-FECHA-INICIO
                      END-UNSTRING
              END-READ
              CLOSE param-puntos
           END-IF
           IF WS-VALOR-PUNTO = 0 THEN
              MOVE "PROGRAMA DE PUNTOS SIN VALOR DEL PUNTO"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF

           OPEN I-O datos-puntos
           IF FS-PUNTOS NOT = "00" THEN
              MOVE "AUN NO HAY PUNTOS OTORGADOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0 TO RUT PERIODO PUNTOS
              DISPLAY PANTALLA-CANJE
              ACCEPT  PANTALLA-CANJE
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM CANJEAR THRU CANJEAR-FIN
              END-IF
           END-PERFORM
           CLOSE datos-puntos datos-usuarios
           GOBACK.

      *----------------------------------------------------------*
      * CANJEAR : valida el saldo, emite la nota de credito por   *
      * el valor de los puntos y solo si se emitio descuenta los  *
      * lotes y registra el canje.                                *
      *----------------------------------------------------------*
       CANJEAR.
           MOVE RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CANJEAR-FIN
           END-READ

           MOVE 0 TO WS-POR-DESCONTAR
           PERFORM RECORRER-LOTES
           IF PUNTOS = 0 THEN
              MOVE WS-DISPONIBLES TO WS-PUNTOS-EDIT
              MOVE SPACES TO MSG-ERROR
              STRING "PUNTOS DISPONIBLES: " DELIMITED BY SIZE
                     WS-PUNTOS-EDIT         DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              MOVE "I" TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E" TO MSG-SEVERIDAD
              GO TO CANJEAR-FIN
           END-IF
           IF usuario-baja THEN
              MOVE "CLIENTE DADO DE BAJA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CANJEAR-FIN
           END-IF
           IF PUNTOS > WS-DISPONIBLES THEN
              MOVE WS-DISPONIBLES TO WS-PUNTOS-EDIT
              MOVE SPACES TO MSG-ERROR
              STRING "SALDO INSUFICIENTE, DISPONIBLES: "
                                            DELIMITED BY SIZE
                     WS-PUNTOS-EDIT         DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CANJEAR-FIN
           END-IF

      *       EmitirNotaCredito VALIDA QUE LA FACTURA EXISTA, NO ESTE
      *       CASTIGADA Y QUE EL DESCUENTO NO SUPERE SU SALDO.
           COMPUTE WS-MONTO-CANJE = PUNTOS * WS-VALOR-PUNTO
           MOVE RUT            TO lk-nc-rut
           MOVE PERIODO        TO lk-nc-periodo
           MOVE WS-MONTO-CANJE TO lk-nc-monto
           MOVE "PUNT"         TO lk-nc-motivo
           MOVE LK-OPERADOR-ID TO lk-nc-operador
           CALL "EmitirNotaCredito" USING PAR-ENTRADA-NC
                                          PAR-SALIDA-NC
           IF OUT-CODRET-NC NOT = 0 THEN
              MOVE OUT-DESRET-NC TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CANJEAR-FIN
           END-IF

           MOVE PUNTOS TO WS-POR-DESCONTAR
           PERFORM RECORRER-LOTES

           MOVE RUT            TO pto-rut
           COMPUTE pto-correlativo = WS-ULT-CORRELATIVO + 1
           MOVE "C"            TO pto-tipo
           MOVE WS-FECHA-SYS   TO pto-fecha
           MOVE PUNTOS         TO pto-puntos
           MOVE PERIODO        TO pto-factura-periodo
           MOVE WS-MONTO-CANJE TO pto-monto
           MOVE 0              TO pto-fec-vence pto-disponibles
                                  pto-canjeados pto-vencidos
           MOVE OUT-NUMERO-NC  TO pto-nc-numero
           MOVE LK-OPERADOR-ID TO pto-operador
           WRITE pto-registro END-WRITE

           MOVE WS-MONTO-CANJE TO WS-MONTO-EDIT
           MOVE SPACES TO MSG-ERROR
           STRING "CANJE OK: NOTA DE CREDITO " DELIMITED BY SIZE
                  OUT-NUMERO-NC                DELIMITED BY SIZE
                  " POR $"                     DELIMITED BY SIZE
                  WS-MONTO-EDIT                DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       CANJEAR-FIN.
           EXIT.

      *    RECORRE LOS MOVIMIENTOS DEL RUT: SUMA LO DISPONIBLE EN LOS
      *    LOTES NO VENCIDOS, RESCATA EL ULTIMO CORRELATIVO Y, SI HAY
      *    PUNTOS POR DESCONTAR, LOS CONSUME DEL LOTE MAS ANTIGUO.
       RECORRER-LOTES.
           MOVE 0   TO WS-DISPONIBLES WS-ULT-CORRELATIVO
           MOVE "N" TO fin-puntos
           MOVE RUT TO pto-rut
           MOVE 0   TO pto-correlativo
           START datos-puntos KEY IS NOT < pto-llave
               INVALID KEY
                   MOVE "S" TO fin-puntos
           END-START
           PERFORM UNTIL fin-puntos = "S"
               READ datos-puntos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-puntos
                   NOT AT END
                       IF pto-rut NOT = RUT THEN
                          MOVE "S" TO fin-puntos
                       ELSE
                          MOVE pto-correlativo TO WS-ULT-CORRELATIVO
                          IF pto-ganados AND pto-disponibles > 0 AND
                             pto-fec-vence NOT < WS-FECHA-SYS THEN
                             PERFORM CONSUMIR-LOTE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CONSUMIR-LOTE.
           IF WS-POR-DESCONTAR = 0 THEN
              ADD pto-disponibles TO WS-DISPONIBLES
           ELSE
              IF pto-disponibles > WS-POR-DESCONTAR THEN
                 MOVE WS-POR-DESCONTAR TO WS-DESCONTAR-LOTE
              ELSE
                 MOVE pto-disponibles  TO WS-DESCONTAR-LOTE
              END-IF
              SUBTRACT WS-DESCONTAR-LOTE FROM pto-disponibles
                                              WS-POR-DESCONTAR
              ADD WS-DESCONTAR-LOTE TO pto-canjeados
              REWRITE pto-registro END-REWRITE
              ADD pto-disponibles TO WS-DISPONIBLES
           END-IF
           .

       END PROGRAM CanjearPuntos.
