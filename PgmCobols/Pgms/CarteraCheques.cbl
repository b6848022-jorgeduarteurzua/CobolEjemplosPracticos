               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-tareas
           END-IF
           MOVE WS-FECHA-SYS   TO factura-fecmod
           MOVE LK-OPERADOR-ID TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE

           MOVE chq-rut        TO lk-mov-rut
                      MOVE "P"            TO factura-estado
                      MOVE WS-FECHA-SYS   TO factura-fecmod
                      MOVE LK-OPERADOR-ID TO factura-usuario-mod
                      MOVE factura-estado   TO factura-llave-estado
                      MOVE factura-fec-venc TO factura-llave-fec-venc
                      REWRITE factura-registro END-REWRITE
              END-READ
              MOVE chq-rut        TO lk-mov-rut
