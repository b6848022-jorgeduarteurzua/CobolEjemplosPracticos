      *          anterior debe explicarse por los movimientos de ese
      *          dia. Un pago aplicado a medias aparece aqui a la
      *          manana siguiente, no tres semanas tarde.
      *          La foto termina con la cantidad de alertas de la
      *          cuadratura del dia (las lineas antiguas no la
      *          traen).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-movimientos
           PERFORM SUMAR-FACTURAS     THRU SUMAR-FACTURAS-SALIR
           PERFORM SUMAR-MOVIMIENTOS  THRU SUMAR-MOVIMIENTOS-SALIR
           PERFORM CARGAR-HISTORIA    THRU CARGAR-HISTORIA-SALIR
      *       LA CUADRATURA VA PRIMERO: LA FOTO DEL DIA LLEVA SUS
      *       ALERTAS (CierrePeriodo NO CIERRA UN MES DESCUADRADO).
           PERFORM EMITIR-CUADRATURA
           PERFORM GRABAR-FOTO-DEL-DIA

           DISPLAY "-------------------------------------------"
           DISPLAY "TOTALES DE CONTROL AL " WS-FECHA-SYS
                  WS-HOY-CARGOS     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-HOY-ABONOS     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-CONT-ALERTAS   DELIMITED BY SIZE
                     INTO totales-linea
           END-STRING
           WRITE totales-linea
