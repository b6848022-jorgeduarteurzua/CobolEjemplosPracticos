               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-usuarios
       01  WS-MONTO-EDIT-2     PIC Z(12)9.99.
       01  WS-MONTO-EDIT-3     PIC Z(12)9.99.

       01  WS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01  WS-HORA-INICIO      PIC 9(06).
       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       01  WS-RUTA-SPOOL       PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
                      WS-SYS-ANO * 100 + WS-SYS-MES
           END-IF
           PERFORM ARMAR-PERIODOS-TENDENCIA
           ACCEPT WS-HORA-INICIO FROM TIME

           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       PERFORM ACUMULAR-FACTURA THRU
                               ACUMULAR-FACTURA-FIN
               END-READ

           CLOSE datos-facturas datos-usuarios
           PERFORM EMITIR-REPORTE

           MOVE "ResumenFacturacion" TO lk-co-programa
           MOVE WS-HORA-INICIO       TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS       TO lk-co-leidos
           MOVE 0                    TO lk-co-grabados
           MOVE 0                    TO lk-co-rechazados
           MOVE "OK"                 TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA
           DISPLAY "RESUMEN GENERADO: " WS-RUTA-SPOOL
           GOBACK.

           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-TOT-FACTURADO WS-TOT-RECAUDADO
                       WS-TOT-PENDIENTE WS-SEG-USADOS WS-REG-USADAS
                       WS-CONT-LEIDAS
           PERFORM VARYING WS-TEN-IDX FROM 1 BY 1
                   UNTIL WS-TEN-IDX > 6
              MOVE 0 TO WS-TEN-PERIODO(WS-TEN-IDX)
