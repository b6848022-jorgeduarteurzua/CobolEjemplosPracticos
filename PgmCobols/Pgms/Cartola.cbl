      *          reimprimirla desde VerSpool. Con RUT 0 emite la
      *          cartera completa (clientes con cuenta), pensado para
      *          despues de GenFacturas.
      *          Al pie informa el saldo de puntos por pago puntual
      *          (puntos.dat) disponible a la fecha y su proximo
      *          vencimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pto-llave
               FILE STATUS IS FS-PUNTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cuentas.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-puntos.
           copy "C:\PgmCobols\FD\FDPuntos.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS          PIC XX.
       01  FS-MOVIMIENTOS      PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-PUNTOS           PIC XX.
       01  WS-PUNTOS-OK        PIC X.
       01  fin-puntos          PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-PTS-DISPONIBLES  PIC 9(09).
       01  WS-PTS-PROX-VENCE   PIC 9(08).
       01  WS-PUNTOS-EDIT      PIC Z(08)9.
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-RUT-PEDIDO       PIC 9(10).
       01  WS-PERIODO          PIC 9(06).
           OPEN INPUT datos-movimientos
           OPEN INPUT datos-usuarios
           OPEN INPUT datos-facturas
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE "N" TO WS-PUNTOS-OK
           OPEN INPUT datos-puntos
           IF FS-PUNTOS = "00" THEN
              MOVE "S" TO WS-PUNTOS-OK
           END-IF

           IF WS-RUT-PEDIDO NOT = 0 THEN
              MOVE WS-RUT-PEDIDO TO cuenta-rut

           CLOSE datos-cuentas datos-movimientos datos-usuarios
                 datos-facturas
           IF WS-PUNTOS-OK = "S" THEN
              CLOSE datos-puntos
           END-IF
           DISPLAY "CARTOLAS EMITIDAS: " WS-CONT-CARTOLAS
           GOBACK.


           PERFORM IMPRIMIR-FACTURA-PERIODO THRU
                   IMPRIMIR-FACTURA-PERIODO-FIN
           IF WS-PUNTOS-OK = "S" THEN
              PERFORM IMPRIMIR-PUNTOS
           END-IF

           MOVE WS-SALDO-CORRIDO TO WS-SALDO-EDIT
           MOVE "T"    TO lk-rw-operacion
       IMPRIMIR-FACTURA-PERIODO-FIN.
           EXIT.

      *    SALDO DE PUNTOS A LA FECHA: LO DISPONIBLE EN LOS LOTES
      *    AUN NO VENCIDOS (MISMO CRITERIO QUE CanjearPuntos).
       IMPRIMIR-PUNTOS.
           MOVE 0          TO WS-PTS-DISPONIBLES WS-PTS-PROX-VENCE
           MOVE "N"        TO fin-puntos
           MOVE cuenta-rut TO pto-rut
           MOVE 0          TO pto-correlativo
           START datos-puntos KEY IS NOT < pto-llave
               INVALID KEY
                   MOVE "S" TO fin-puntos
           END-START
           PERFORM UNTIL fin-puntos = "S"
               READ datos-puntos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-puntos
                   NOT AT END
                       IF pto-rut NOT = cuenta-rut THEN
                          MOVE "S" TO fin-puntos
                       ELSE
                          IF pto-ganados AND pto-disponibles > 0 AND
                             pto-fec-vence NOT < WS-FECHA-SYS THEN
                             ADD pto-disponibles TO WS-PTS-DISPONIBLES
                             IF WS-PTS-PROX-VENCE = 0 OR
                                pto-fec-vence < WS-PTS-PROX-VENCE THEN
                                MOVE pto-fec-vence TO WS-PTS-PROX-VENCE
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PTS-DISPONIBLES > 0 THEN
              MOVE WS-PTS-DISPONIBLES TO WS-PUNTOS-EDIT
              MOVE "D"    TO lk-rw-operacion
              MOVE SPACES TO lk-rw-linea
              STRING "PUNTOS DISPONIBLES.: " DELIMITED BY SIZE
                     WS-PUNTOS-EDIT          DELIMITED BY SIZE
                     "  PROXIMO VENCIMIENTO " DELIMITED BY SIZE
                     WS-PTS-PROX-VENCE       DELIMITED BY SIZE
                             INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-IF
           .

       BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES     TO WS-NOMBRE-CLIENTE
           MOVE cuenta-rut TO usuario-rut
