      *          exige en la salida al banco. La respuesta del
      *          adquirente la procesa RespuestaPAC. Los clientes con
      *          auto-pago dejan de aparecer en ReporteAntiguedad,
      *          que es toda la gracia. Una factura con disputa
      *          abierta (disputas.dat) no se carga a la tarjeta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT control-pac ASSIGN TO
           "C:\PgmCobols\Data\pac_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  control-pac.
       01  control-linea         PIC X(20).

       01  FS-TARJETAS           PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-facturas          PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-CONT-CARGOS        PIC 9(06) VALUE 0.
       01  WS-SUMA-MONTOS        PIC 9(13)V99 VALUE 0.
       01  WS-CONT-VENCIDAS      PIC 9(06) VALUE 0.
       01  WS-CONT-EN-DISPUTA    PIC 9(06) VALUE 0.
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-CONT-LEIDAS        PIC 9(06) VALUE 0.
       01  WS-HORA-INICIO        PIC 9(06).
       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

      *    LAYOUT FIJO HACIA EL ADQUIRENTE.
       01  PAC-CABECERA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE WS-FECHA-SYS(1:6) TO WS-PERIODO-HOY

              CLOSE datos-tarjetas
              GOBACK
           END-IF
      *       Sin disputas.dat no hay facturas en disputa.
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF

           PERFORM LEER-CONTROL-PAC
           COMPUTE WS-SEQ-EMITIR = WS-SEQ-ULTIMA + 1
           MOVE PAC-TRAILER    TO cargo-linea
           WRITE cargo-linea
           CLOSE archivo-cargos datos-tarjetas datos-facturas
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF

           IF WS-CONT-CARGOS > 0 THEN
              MOVE WS-SEQ-EMITIR TO WS-SEQ-ULTIMA
              PERFORM GRABAR-CONTROL-PAC
           END-IF

           MOVE "GenerarCargosPAC" TO lk-co-programa
           MOVE WS-HORA-INICIO     TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS     TO lk-co-leidos
           MOVE WS-CONT-CARGOS     TO lk-co-grabados
           MOVE WS-CONT-EN-DISPUTA TO lk-co-rechazados
           MOVE "OK"               TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           DISPLAY "-------------------------------------------"
           DISPLAY "CARGOS PAC SECUENCIA " WS-SEQ-EMITIR
           DISPLAY "CARGOS EMITIDOS.....: " WS-CONT-CARGOS
           DISPLAY "TARJETAS VENCIDAS...: " WS-CONT-VENCIDAS
           DISPLAY "FACTURAS EN DISPUTA.: " WS-CONT-EN-DISPUTA
           DISPLAY "ARCHIVO GENERADO....: " WS-RUTA-CARGOS
           DISPLAY "-------------------------------------------"
           GOBACK.
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       IF factura-rut NOT = tarjeta-rut THEN
                          MOVE "S" TO fin-facturas
                       ELSE
                          IF factura-pendiente THEN
                             PERFORM VER-DISPUTA-FACTURA
                             IF WS-EN-DISPUTA = "S" THEN
                                ADD 1 TO WS-CONT-EN-DISPUTA
                             ELSE
                                PERFORM EMITIR-UN-CARGO
                             END-IF
                          END-IF
                       END-IF
               END-READ
           CLOSE control-pac
           .

      *    UNA FACTURA CON DISPUTA ABIERTA (disputas.dat, LLAVE
      *    rut+periodo DE LA FACTURA) QUEDA FUERA DE LA COBRANZA.
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

       END PROGRAM GenerarCargosPAC.
