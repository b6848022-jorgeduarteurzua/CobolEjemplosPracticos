               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

       DATA DIVISION.
              MOVE WS-RSP-MOTIVO TO factura-dte-motivo
              ADD 1 TO WS-CONT-RECHAZADOS
           END-IF
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE.
       PROCESAR-ACUSE-FIN.
           EXIT.
