      *          accion: la baja via BorrarCliente y la fusion con
      *          las mismas reglas de completar-campos-vacios de
      *          MergeClientes.
      *          Las devoluciones de saldo a favor aprobadas dejan la
      *          orden de pago en ordenes_devolucion.txt, que
      *          tesoreria toma para transferir al cliente.
      *          Las condonaciones de intereses se aplican (o quedan
      *          rechazadas) via AplicarCondonacion.
      *          Las reaperturas de periodo contable aprobadas dejan
      *          el periodo reabierto (periodos.dat) y la reapertura
      *          con su motivo en periodos_log.txt.
      *          Los lotes de cambio masivo aprobados quedan
      *          habilitados para aplicarse en MantencionMasiva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT registro-castigos ASSIGN TO
               RECORD KEY IS aut-documento
               FILE STATUS IS FS-AUTORIZADOS.

           SELECT ordenes-devolucion ASSIGN TO
           "C:\PgmCobols\Data\ordenes_devolucion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.

           SELECT datos-periodos
               ASSIGN TO
           "C:\PgmCobols\Data\periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS periodo-codigo
               FILE STATUS IS FS-PERIODOS.

           SELECT log-periodos ASSIGN TO
           "C:\PgmCobols\Data\periodos_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-aprobaciones.
           05  aut-fec-aprobacion  PIC 9(08).
           05  aut-aprobador       PIC X(10).

       FD  ordenes-devolucion.
       01  orden-linea         PIC X(100).

       FD  datos-periodos.
           copy "C:\PgmCobols\FD\FDPeriodo.cpy".

       FD  log-periodos.
       01  log-periodo-linea   PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-CLIENTES    PIC X(60).
       01 PAR-SALIDA-AMBIENTE.
       01  FS-RELACIONES       PIC XX.
       01  FS-AUTORIZADOS      PIC XX.
       01  WS-CASTIGO-OK       PIC X.
       01  FS-ORDENES          PIC XX.
       01  WS-DEVOLUCION-OK    PIC X.
       01  FS-PERIODOS         PIC XX.
       01  FS-LOG-PERIODOS     PIC XX.
       01  WS-REAPERTURA-OK    PIC X.
       01  WS-HORA-SYS         PIC 9(08).
       01  fin-facturas        PIC X.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  fin-de-archivo      PIC X VALUE "N".
           05  OUT-DESRET-NC    PIC X(50).
           05  OUT-NUMERO-NC    PIC 9(06).

       01 PAR-ENTRADA-COND.
           05  lk-co-operacion  PIC X.
           05  lk-co-id         PIC 9(06).
           05  lk-co-operador   PIC X(10).
       01 PAR-SALIDA-COND.
           05  OUT-CODRET-COND  PIC 9(04).
           05  OUT-DESRET-COND  PIC X(50).

       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME
           MOVE LK-OPERADOR-ID TO audit-usuario WS-USUARIO-BORRA
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
                   MOVE "WLIST " TO WS-TIPO-DESC
               WHEN aprob-traspaso
                   MOVE "TRASEM" TO WS-TIPO-DESC
               WHEN aprob-devolucion
                   MOVE "DEVOLU" TO WS-TIPO-DESC
               WHEN aprob-condonacion
                   MOVE "CONDIN" TO WS-TIPO-DESC
               WHEN aprob-reapertura
                   MOVE "REAPER" TO WS-TIPO-DESC
               WHEN aprob-masivo
                   MOVE "MASIVO" TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "BAJA  " TO WS-TIPO-DESC
           END-EVALUATE
              DISPLAY "  (TRASLADO A LA EMPRESA "
                      aprob-glosa(1:3) ")"
           END-IF
           IF aprob-devolucion THEN
              MOVE aprob-monto TO WS-MONTO-EDIT
              DISPLAY "  (DEVOLUCION SALDO A FAVOR POR $"
                      WS-MONTO-EDIT " MOTIVO " aprob-motivo ")"
           END-IF
           IF aprob-condonacion THEN
              MOVE aprob-monto TO WS-MONTO-EDIT
              DISPLAY "  (CONDONACION INTERESES " aprob-rut-2(5:6)
                      " POR $" WS-MONTO-EDIT
                      " MOTIVO " aprob-motivo ")"
           END-IF
           IF aprob-reapertura THEN
              DISPLAY "  (REAPERTURA PERIODO " aprob-rut-2(5:6)
                      " MOTIVO " aprob-glosa ")"
           END-IF
           IF aprob-masivo THEN
              DISPLAY "  (CAMBIO MASIVO LOTE " aprob-rut-2(5:6)
                      " " aprob-monto(6:6) " CLIENTES "
                      aprob-glosa ")"
           END-IF
           DISPLAY "  APROBAR (A) / RECHAZAR (R) / SALTAR (OTRA): "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
                           EJECUTAR-SOLICITUD-FIN
               WHEN "R"
               WHEN "r"
                   IF aprob-condonacion THEN
                      MOVE "R"              TO lk-co-operacion
                      MOVE aprob-rut-2(5:6) TO lk-co-id
                      MOVE LK-OPERADOR-ID   TO lk-co-operador
                      CALL "AplicarCondonacion" USING PAR-ENTRADA-COND
                                                      PAR-SALIDA-COND
                   END-IF
                   MOVE "R"            TO aprob-estado
                   MOVE LK-OPERADOR-ID TO aprob-aprobador
                   MOVE WS-FECHA-SYS   TO aprob-fec-resolucion
           EXIT.

       EJECUTAR-SOLICITUD.
           IF aprob-masivo THEN
      *       El lote se aplica desde MantencionMasiva, que exige
      *       esta aprobacion antes de regrabar los clientes.
              DISPLAY "  LOTE HABILITADO PARA APLICAR EN "
                      "MANTENCION MASIVA."
           ELSE IF aprob-reapertura THEN
              PERFORM EJECUTAR-REAPERTURA THRU
                      EJECUTAR-REAPERTURA-FIN
              IF WS-REAPERTURA-OK NOT = "S" THEN
                 GO TO EJECUTAR-SOLICITUD-FIN
              END-IF
           ELSE IF aprob-traspaso THEN
              PERFORM EJECUTAR-TRASPASO THRU EJECUTAR-TRASPASO-FIN
              IF WS-TRASPASO-OK NOT = "S" THEN
                 GO TO EJECUTAR-SOLICITUD-FIN
                 DISPLAY "  NO SE PUDO EJECUTAR: " OUT-DESRET-NC
                 GO TO EJECUTAR-SOLICITUD-FIN
              END-IF
           ELSE IF aprob-condonacion THEN
      *       aprob-rut-2 trae el numero de la condonacion.
              MOVE "A"              TO lk-co-operacion
              MOVE aprob-rut-2(5:6) TO lk-co-id
              MOVE LK-OPERADOR-ID   TO lk-co-operador
              CALL "AplicarCondonacion" USING PAR-ENTRADA-COND
                                              PAR-SALIDA-COND
              IF OUT-CODRET-COND NOT = 0 THEN
                 DISPLAY "  NO SE PUDO EJECUTAR: " OUT-DESRET-COND
                 GO TO EJECUTAR-SOLICITUD-FIN
              END-IF
           ELSE IF aprob-devolucion THEN
              PERFORM EJECUTAR-DEVOLUCION THRU
                      EJECUTAR-DEVOLUCION-FIN
              IF WS-DEVOLUCION-OK NOT = "S" THEN
                 GO TO EJECUTAR-SOLICITUD-FIN
              END-IF
           ELSE IF aprob-castigo THEN
              PERFORM EJECUTAR-CASTIGO THRU EJECUTAR-CASTIGO-FIN
              IF WS-CASTIGO-OK NOT = "S" THEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE "A"            TO aprob-estado
           MOVE LK-OPERADOR-ID TO aprob-aprobador
       EJECUTAR-SOLICITUD-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EJECUTAR-REAPERTURA : el periodo (aprob-rut-2) debe       *
      * seguir cerrado. Queda reabierto con solicitante,          *
      * aprobador y motivo, y la reapertura en periodos_log.txt;  *
      * se vuelve a cerrar con CierrePeriodo.                     *
      *----------------------------------------------------------*
       EJECUTAR-REAPERTURA.
           MOVE "N" TO WS-REAPERTURA-OK
           OPEN I-O datos-periodos
           IF FS-PERIODOS NOT = "00" THEN
              DISPLAY "  NO SE PUDO EJECUTAR: NO HAY PERIODOS CERRADOS"
              GO TO EJECUTAR-REAPERTURA-FIN
           END-IF
           MOVE aprob-rut-2(5:6) TO periodo-codigo
           READ datos-periodos
               INVALID KEY
                   DISPLAY "  NO SE PUDO EJECUTAR: PERIODO NO EXISTE"
                   CLOSE datos-periodos
                   GO TO EJECUTAR-REAPERTURA-FIN
           END-READ
           IF NOT periodo-cerrado THEN
              DISPLAY "  NO SE PUDO EJECUTAR: PERIODO NO ESTA CERRADO"
              CLOSE datos-periodos
              GO TO EJECUTAR-REAPERTURA-FIN
           END-IF
           MOVE "R"               TO periodo-estado
           ADD 1                  TO periodo-cant-reaperturas
           MOVE WS-FECHA-SYS      TO periodo-fec-reapertura
           MOVE aprob-solicitante TO periodo-solicitante
           MOVE LK-OPERADOR-ID    TO periodo-aprobador
           MOVE aprob-glosa       TO periodo-motivo
           REWRITE periodo-registro END-REWRITE
           IF FS-PERIODOS NOT = "00" THEN
              DISPLAY "  NO SE PUDO EJECUTAR: " FS-PERIODOS
              CLOSE datos-periodos
              GO TO EJECUTAR-REAPERTURA-FIN
           END-IF
           CLOSE datos-periodos

           OPEN EXTEND log-periodos
           IF FS-LOG-PERIODOS NOT = "00" THEN
              OPEN OUTPUT log-periodos
              CLOSE log-periodos
              OPEN EXTEND log-periodos
           END-IF
           MOVE SPACES TO log-periodo-linea
           STRING WS-FECHA-SYS      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-HORA-SYS(1:6)  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  aprob-rut-2(5:6)  DELIMITED BY SIZE
                  ";REAPERTURA;"    DELIMITED BY SIZE
                  aprob-solicitante DELIMITED BY SPACE
                  ";"               DELIMITED BY SIZE
                  LK-OPERADOR-ID    DELIMITED BY SPACE
                  ";"               DELIMITED BY SIZE
                  aprob-glosa       DELIMITED BY SIZE
                     INTO log-periodo-linea
           END-STRING
           WRITE log-periodo-linea
           CLOSE log-periodos
           MOVE "S" TO WS-REAPERTURA-OK.
       EJECUTAR-REAPERTURA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EJECUTAR-DEVOLUCION : descuenta el saldo a favor (que se   *
      * valida de nuevo: GenFacturas pudo aplicarlo despues de la  *
      * solicitud), graba el cargo que revierte el abono original  *
      * y deja la orden de pago para tesoreria. Si el cargo no se  *
      * puede grabar, el saldo se repone y la solicitud sigue      *
      * pendiente.                                                 *
      *----------------------------------------------------------*
       EJECUTAR-DEVOLUCION.
           MOVE "N"            TO WS-DEVOLUCION-OK
           MOVE aprob-rut      TO lk-sf-rut
           MOVE "D"            TO lk-sf-operacion
           MOVE aprob-monto    TO lk-sf-monto
           MOVE LK-OPERADOR-ID TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF NOT = 0 THEN
              DISPLAY "  NO SE PUDO EJECUTAR: " OUT-DESRET-SF
              GO TO EJECUTAR-DEVOLUCION-FIN
           END-IF

           MOVE aprob-rut      TO lk-mov-rut
           MOVE "C"            TO lk-mov-tipo
           MOVE aprob-monto    TO lk-mov-monto
           MOVE SPACES         TO lk-mov-glosa
           STRING "DEVOLUCION SALDO A FAVOR SOL " DELIMITED BY SIZE
                  aprob-id                        DELIMITED BY SIZE
                          INTO lk-mov-glosa
           END-STRING
           MOVE LK-OPERADOR-ID TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
           IF OUT-CODRET-MOV NOT = 0 THEN
              MOVE "A" TO lk-sf-operacion
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              DISPLAY "  NO SE PUDO EJECUTAR: " OUT-DESRET-MOV
              GO TO EJECUTAR-DEVOLUCION-FIN
           END-IF

      *       ORDEN DE PAGO: "FECHA;SOLICITUD;RUT;DV;MONTO;MOTIVO;
      *       SOLICITANTE;APROBADOR", UNA LINEA POR DEVOLUCION.
           OPEN EXTEND ordenes-devolucion
           IF FS-ORDENES NOT = "00" THEN
              OPEN OUTPUT ordenes-devolucion
           END-IF
           MOVE aprob-monto TO WS-MONTO-EDIT
           MOVE SPACES TO orden-linea
           STRING WS-FECHA-SYS      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  aprob-id          DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  aprob-rut         DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  aprob-dv          DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-MONTO-EDIT     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  aprob-motivo      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  aprob-solicitante DELIMITED BY SPACE
                  ";"               DELIMITED BY SIZE
                  LK-OPERADOR-ID    DELIMITED BY SPACE
                          INTO orden-linea
           END-STRING
           WRITE orden-linea
           CLOSE ordenes-devolucion
           MOVE "S" TO WS-DEVOLUCION-OK.
       EJECUTAR-DEVOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EJECUTAR-FUSION : mismas reglas que MergeClientes --      *
      * completa en el cliente a MANTENER los campos de contacto  *
                               TO factura-fecmod
                             MOVE LK-OPERADOR-ID
                               TO factura-usuario-mod
                             MOVE factura-estado
                               TO factura-llave-estado
                             MOVE factura-fec-venc
                               TO factura-llave-fec-venc
                             REWRITE factura-registro END-REWRITE
                          END-IF
                       END-IF
