      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Costo mensual de las promociones: por cada codigo de
      *          promociones.dat, cuantas facturas del periodo pedido
      *          llevaron su linea de descuento y cuanto se desconto,
      *          mas lo acumulado desde que existe. Sale de las
      *          lineas tipo D de factura_det.dat que graba
      *          GenFacturas, por spool via EscribirReporte +
      *          GenerarNombreSpool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportePromociones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-factdet
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdet-llave
               FILE STATUS IS FS-FACTDET.

           SELECT datos-promociones
               ASSIGN TO
           "C:\PgmCobols\Data\promociones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS promo-codigo
               FILE STATUS IS FS-PROMOCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  datos-promociones.
           copy "C:\PgmCobols\FD\FDPromocion.cpy".

       WORKING-STORAGE SECTION.
       01  FS-FACTDET          PIC XX.
       01  FS-PROMOCIONES      PIC XX.
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  R-WS-FECHA-SYS REDEFINES WS-FECHA-SYS.
           05  WS-SYS-ANO      PIC 9(04).
           05  WS-SYS-MES      PIC 9(02).
           05  WS-SYS-DIA      PIC 9(02).
       01  WS-PERIODO-PEDIDO   PIC 9(06).

      *    UNA FILA POR CODIGO DE PROMOCION CON DESCUENTOS EN
      *    factura_det.dat (AUNQUE YA NO ESTE EN EL MAESTRO).
       01  WS-TAB-PROMOS.
           05  WS-PRM-ITEM OCCURS 100 TIMES.
               10  WS-PRM-CODIGO     PIC X(06).
               10  WS-PRM-FACTURAS   PIC 9(06).
               10  WS-PRM-MONTO      PIC 9(13)V99.
               10  WS-PRM-ACUMULADO  PIC 9(13)V99.
       01  WS-PRM-USADAS       PIC 9(03) VALUE 0.
       01  WS-PRM-IDX          PIC 9(03).
       01  WS-PRM-HALLADA      PIC 9(03).

       01  WS-TOT-FACTURAS     PIC 9(06) VALUE 0.
       01  WS-TOT-MONTO        PIC 9(13)V99 VALUE 0.
       01  WS-TOT-ACUMULADO    PIC 9(13)V99 VALUE 0.
       01  WS-DESCRIPCION      PIC X(30).
       01  WS-CANT-EDIT        PIC ZZZZZ9.
       01  WS-MONTO-EDIT-1     PIC Z(12)9.99.
       01  WS-MONTO-EDIT-2     PIC Z(12)9.99.

       01  WS-RUTA-SPOOL       PIC X(80).
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

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado solo para que este
      *       programa no quede invocable sin pasar por el menu.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM REINICIAR-ACUMULADOS

           DISPLAY "PERIODO A INFORMAR (AAAAMM, 0 = ACTUAL): "
           ACCEPT WS-PERIODO-PEDIDO
           IF WS-PERIODO-PEDIDO = 0 THEN
              COMPUTE WS-PERIODO-PEDIDO =
                      WS-SYS-ANO * 100 + WS-SYS-MES
           END-IF

           OPEN INPUT datos-factdet
           IF FS-FACTDET NOT = "00" THEN
              DISPLAY "NO HAY DETALLE DE FACTURAS GENERADO."
              GOBACK
           END-IF
           OPEN INPUT datos-promociones

           MOVE 0      TO fdet-rut fdet-periodo
           MOVE SPACES TO fdet-servicio
           START datos-factdet KEY IS NOT < fdet-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-factdet NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF fdet-linea-descuento AND
                          fdet-periodo <= WS-PERIODO-PEDIDO THEN
                          PERFORM ACUMULAR-DESCUENTO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM EMITIR-REPORTE
           CLOSE datos-factdet
           IF FS-PROMOCIONES = "00" THEN
              CLOSE datos-promociones
           END-IF
           DISPLAY "REPORTE GENERADO: " WS-RUTA-SPOOL
           GOBACK.

      *    REINICIO DE ESTADOS: EL PROGRAMA QUEDA RESIDENTE ENTRE
      *    LLAMADAS DEL MENU.
       REINICIAR-ACUMULADOS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-PRM-USADAS WS-TOT-FACTURAS WS-TOT-MONTO
                       WS-TOT-ACUMULADO
           .

       ACUMULAR-DESCUENTO.
           MOVE 0 TO WS-PRM-HALLADA
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > WS-PRM-USADAS
                      OR WS-PRM-HALLADA > 0
              IF WS-PRM-CODIGO(WS-PRM-IDX) = fdet-servicio THEN
                 MOVE WS-PRM-IDX TO WS-PRM-HALLADA
              END-IF
           END-PERFORM
           IF WS-PRM-HALLADA = 0 AND WS-PRM-USADAS < 100 THEN
              ADD 1 TO WS-PRM-USADAS
              MOVE WS-PRM-USADAS TO WS-PRM-HALLADA
              MOVE fdet-servicio TO WS-PRM-CODIGO(WS-PRM-HALLADA)
              MOVE 0 TO WS-PRM-FACTURAS(WS-PRM-HALLADA)
                        WS-PRM-MONTO(WS-PRM-HALLADA)
                        WS-PRM-ACUMULADO(WS-PRM-HALLADA)
           END-IF
           IF WS-PRM-HALLADA > 0 THEN
              ADD fdet-monto TO WS-PRM-ACUMULADO(WS-PRM-HALLADA)
              ADD fdet-monto TO WS-TOT-ACUMULADO
              IF fdet-periodo = WS-PERIODO-PEDIDO THEN
                 ADD 1          TO WS-PRM-FACTURAS(WS-PRM-HALLADA)
                 ADD fdet-monto TO WS-PRM-MONTO(WS-PRM-HALLADA)
                 ADD 1          TO WS-TOT-FACTURAS
                 ADD fdet-monto TO WS-TOT-MONTO
              END-IF
           END-IF
           .

       EMITIR-REPORTE.
           MOVE "PROMOCIONES"  TO lk-sp-reporte
           MOVE LK-OPERADOR-ID TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "COSTO DE PROMOCIONES PERIODO "
                                      DELIMITED BY SIZE
                  WS-PERIODO-PEDIDO   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "CODIGO DESCRIPCION                    FACTURAS
      -         "  DESCONTADO MES      ACUMULADO" TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE "D" TO lk-rw-operacion
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > WS-PRM-USADAS
              MOVE "(NO ESTA EN EL MAESTRO)" TO WS-DESCRIPCION
              IF FS-PROMOCIONES = "00" THEN
                 MOVE WS-PRM-CODIGO(WS-PRM-IDX) TO promo-codigo
                 READ datos-promociones
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE promo-descripcion TO WS-DESCRIPCION
                 END-READ
              END-IF
              MOVE WS-PRM-FACTURAS(WS-PRM-IDX)  TO WS-CANT-EDIT
              MOVE WS-PRM-MONTO(WS-PRM-IDX)     TO WS-MONTO-EDIT-1
              MOVE WS-PRM-ACUMULADO(WS-PRM-IDX) TO WS-MONTO-EDIT-2
              MOVE SPACES TO lk-rw-linea
              STRING WS-PRM-CODIGO(WS-PRM-IDX)  DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-DESCRIPCION             DELIMITED BY SIZE
                     "  "                       DELIMITED BY SIZE
                     WS-CANT-EDIT               DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-MONTO-EDIT-1            DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-MONTO-EDIT-2            DELIMITED BY SIZE
                             INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-PERFORM

           MOVE WS-TOT-FACTURAS  TO WS-CANT-EDIT
           MOVE WS-TOT-MONTO     TO WS-MONTO-EDIT-1
           MOVE WS-TOT-ACUMULADO TO WS-MONTO-EDIT-2
           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL PROMOCIONES                      "
                                       DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-MONTO-EDIT-1      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-MONTO-EDIT-2      DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ReportePromociones.
