               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-cuotas
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-RUTA-SPOOL       PIC X(80).
       01  WS-CALENDARIO-OK    PIC X VALUE "N".
       01  WS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01  WS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01  WS-HORA-INICIO      PIC 9(06).

      *    SEMANAS 1..13 (91 DIAS HACIA ADELANTE).
       01  WS-TAB-SEMANAS.
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).
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
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 13
                          MOVE 0 TO WS-HIST-MONTO WS-HIST-PAGADO
                                    WS-PEND-CANT
                       END-IF
                       ADD 1 TO WS-CONT-LEIDAS
                       PERFORM ACUMULAR-FACTURA
               END-READ
           END-PERFORM
           PERFORM EMITIR-REPORTE
           PERFORM GUARDAR-PROYECCION

           MOVE "FlujoProyectado"  TO lk-co-programa
           MOVE WS-HORA-INICIO     TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS     TO lk-co-leidos
           MOVE WS-CONT-PENDIENTES TO lk-co-grabados
           MOVE 0                  TO lk-co-rechazados
           MOVE "OK"               TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           IF WS-CALENDARIO-OK = "S" THEN
              CLOSE calendario
           END-IF
                    factura-fec-venc >= WS-FECHA-SYS
                   IF WS-PEND-CANT < 36 THEN
                      ADD 1 TO WS-PEND-CANT
                      ADD 1 TO WS-CONT-PENDIENTES
                      COMPUTE WS-PEND-MONTO(WS-PEND-CANT) =
                              factura-monto - factura-pagado
                      MOVE factura-fec-venc
