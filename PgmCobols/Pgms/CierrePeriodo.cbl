      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Cierre contable mensual. Solo perfil A. Antes de
      *          cerrar un periodo (AAAAMM, siempre un mes ya
      *          terminado) revisa que la cadena del mes haya
      *          corrido completa: facturas emitidas (GenFacturas),
      *          todas con folio tributario (EmitirDTE), interes de
      *          mora liquidado (intereses_ctrl.dat, InteresesMora),
      *          exportacion contable liberada (contab_periodos.txt,
      *          ExportarContable) y la ultima foto de
      *          ControlTotales del mes sin alertas de cuadratura.
      *          Con todo en orden el periodo queda cerrado en
      *          periodos.dat y desde ahi GrabarMovimiento,
      *          EmitirNotaCredito y PagarFactura rechazan cualquier
      *          fecha valor dentro de el (VerificarPeriodo).
      *          La reapertura no se hace aqui: se pide con motivo
      *          obligatorio a la cola de aprobaciones (tipo P) y la
      *          ejecuta otro administrador en AprobarSolicitudes.
      *          Cierres, solicitudes y reaperturas quedan en
      *          periodos_log.txt con operador, aprobador y motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierrePeriodo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-periodos
               ASSIGN TO
           "C:\PgmCobols\Data\periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS periodo-codigo
               FILE STATUS IS FS-PERIODOS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT control-intereses ASSIGN TO
           "C:\PgmCobols\Data\intereses_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTERESES.

           SELECT log-contable ASSIGN TO
           "C:\PgmCobols\Data\contab_periodos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABLE.

           SELECT archivo-totales ASSIGN TO
           "C:\PgmCobols\Data\control_totales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOTALES.

           SELECT log-periodos ASSIGN TO
           "C:\PgmCobols\Data\periodos_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-periodos.
           copy "C:\PgmCobols\FD\FDPeriodo.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  control-intereses.
       01  intereses-linea     PIC X(20).

       FD  log-contable.
       01  contable-linea      PIC X(40).

       FD  archivo-totales.
       01  totales-linea       PIC X(120).

       FD  log-periodos.
       01  log-linea           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-PERIODOS         PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-INTERESES        PIC XX.
       01  FS-CONTABLE         PIC XX.
       01  FS-TOTALES          PIC XX.
       01  FS-LOG              PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(08).
       01  WS-OPCION           PIC X.
       01  WS-CONFIRMA         PIC X.

       01  WS-PERIODO          PIC 9(06).
       01  R-WS-PERIODO REDEFINES WS-PERIODO.
           05  WS-PER-ANO      PIC 9(04).
           05  WS-PER-MES      PIC 9(02).
       01  WS-PERIODO-ACTUAL   PIC 9(06).
       01  WS-PERIODO-DEFECTO  PIC 9(06).
       01  R-WS-PERIODO-DEFECTO REDEFINES WS-PERIODO-DEFECTO.
           05  WS-DEF-ANO      PIC 9(04).
           05  WS-DEF-MES      PIC 9(02).
       01  WS-MOTIVO           PIC X(40).

      *    RESULTADO DE LAS REVISIONES DE LA CADENA DEL MES.
       01  WS-CONT-FALTAS      PIC 9(02).
       01  WS-CONT-FACTURAS    PIC 9(08).
       01  WS-CONT-SIN-FOLIO   PIC 9(08).
       01  WS-INTERES-ULTIMO   PIC 9(06).
       01  WS-EXPORTADO        PIC X.
       01  WS-FOTO-FECHA       PIC 9(08).
       01  WS-FOTO-ALERTAS     PIC X(20).
       01  WS-TOT-CAMPOS.
           05  WS-TOT-CAMPO    PIC X(20) OCCURS 9 TIMES.

      *    LINEA DE periodos_log.txt:
      *    "AAAAMMDD;HHMMSS;PERIODO;ACCION;OPERADOR;APROBADOR;MOTIVO"
       01  WS-LOG-ACCION       PIC X(10).
       01  WS-LOG-APROBADOR    PIC X(10).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-SOLICITUD.
           05  lk-so-tipo        PIC X.
           05  lk-so-rut         PIC 9(10).
           05  lk-so-dv          PIC X.
           05  lk-so-rut-2       PIC 9(10).
           05  lk-so-motivo      PIC X(04).
           05  lk-so-solicitante PIC X(10).
           05  lk-so-monto       PIC 9(11)V99.
           05  lk-so-glosa       PIC X(40).
       01 PAR-SALIDA-SOLICITUD.
           05  OUT-CODRET-SOL    PIC 9(04).
           05  OUT-DESRET-SOL    PIC X(50).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A cierra periodos contables."
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME

      *       EL MES EN CURSO ES EL DE LA FECHA DE NEGOCIO; POR
      *       DEFECTO SE PROPONE EL MES ANTERIOR.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA(1:6) TO WS-PERIODO-ACTUAL
           MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-DEFECTO
           IF WS-DEF-MES = 1 THEN
              SUBTRACT 1 FROM WS-DEF-ANO
              MOVE 12 TO WS-DEF-MES
           ELSE
              SUBTRACT 1 FROM WS-DEF-MES
           END-IF

           OPEN I-O datos-periodos
           IF FS-PERIODOS = "35" THEN
              OPEN OUTPUT datos-periodos
              CLOSE datos-periodos
              OPEN I-O datos-periodos
           END-IF
           IF FS-PERIODOS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR periodos.dat: " FS-PERIODOS
              GOBACK
           END-IF

           DISPLAY "ACCION: C=CERRAR PERIODO / R=SOLICITAR REAPERTURA"
                   " / L=LISTAR / S=SALIR: "
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "C" WHEN "c"
                   PERFORM CERRAR-PERIODO THRU CERRAR-PERIODO-FIN
               WHEN "R" WHEN "r"
                   PERFORM SOLICITAR-REAPERTURA THRU
                           SOLICITAR-REAPERTURA-FIN
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-PERIODOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           CLOSE datos-periodos
           GOBACK.

      *----------------------------------------------------------*
      * PEDIR-PERIODO : AAAAMM; 0 = mes anterior a la fecha de    *
      * negocio.                                                  *
      *----------------------------------------------------------*
       PEDIR-PERIODO.
           DISPLAY "PERIODO (AAAAMM, 0 = " WS-PERIODO-DEFECTO "): "
           MOVE 0 TO WS-PERIODO
           ACCEPT WS-PERIODO
           IF WS-PERIODO = 0 THEN
              MOVE WS-PERIODO-DEFECTO TO WS-PERIODO
           END-IF
           .

      *----------------------------------------------------------*
      * CERRAR-PERIODO : solo meses terminados. Se muestran todas *
      * las revisiones (OK / FALTA) y recien sin faltas se pide   *
      * la confirmacion. Un periodo reabierto se vuelve a cerrar  *
      * conservando su cuenta de reaperturas.                     *
      *----------------------------------------------------------*
       CERRAR-PERIODO.
           PERFORM PEDIR-PERIODO
           IF WS-PER-MES < 1 OR WS-PER-MES > 12 THEN
              DISPLAY "PERIODO INVALIDO."
              GO TO CERRAR-PERIODO-FIN
           END-IF
           IF WS-PERIODO NOT < WS-PERIODO-ACTUAL THEN
              DISPLAY "SOLO SE CIERRAN MESES YA TERMINADOS."
              GO TO CERRAR-PERIODO-FIN
           END-IF
           MOVE WS-PERIODO TO periodo-codigo
           READ datos-periodos
               INVALID KEY
                   MOVE WS-PERIODO TO periodo-codigo
                   MOVE SPACE      TO periodo-estado
                   MOVE 0          TO periodo-cant-reaperturas
                                      periodo-fec-reapertura
                   MOVE SPACES     TO periodo-solicitante
                                      periodo-aprobador
                                      periodo-motivo
           END-READ
           IF periodo-cerrado THEN
              DISPLAY "EL PERIODO " WS-PERIODO " YA ESTA CERRADO."
              GO TO CERRAR-PERIODO-FIN
           END-IF

           DISPLAY "---------------------------------------------"
           DISPLAY "REVISION DE LA CADENA DEL PERIODO " WS-PERIODO
           DISPLAY "---------------------------------------------"
           MOVE 0 TO WS-CONT-FALTAS
           PERFORM REVISAR-FACTURAS    THRU REVISAR-FACTURAS-FIN
           PERFORM REVISAR-INTERESES   THRU REVISAR-INTERESES-FIN
           PERFORM REVISAR-EXPORTACION THRU REVISAR-EXPORTACION-FIN
           PERFORM REVISAR-CUADRATURA  THRU REVISAR-CUADRATURA-FIN
           DISPLAY "---------------------------------------------"
           IF WS-CONT-FALTAS > 0 THEN
              DISPLAY "PERIODO NO SE CIERRA: " WS-CONT-FALTAS
                      " REVISION(ES) PENDIENTE(S)."
              GO TO CERRAR-PERIODO-FIN
           END-IF

           DISPLAY "CONFIRMA EL CIERRE DEL PERIODO " WS-PERIODO
                   " (S/N): "
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
              DISPLAY "PERIODO NO CERRADO."
              GO TO CERRAR-PERIODO-FIN
           END-IF

           MOVE "C"            TO periodo-estado
           MOVE WS-FECHA-SYS   TO periodo-fec-cierre
           MOVE LK-OPERADOR-ID TO periodo-usuario-cierre
           IF periodo-cant-reaperturas = 0 THEN
              WRITE periodo-registro
                  INVALID KEY
                      REWRITE periodo-registro END-REWRITE
              END-WRITE
           ELSE
              REWRITE periodo-registro END-REWRITE
           END-IF
           IF FS-PERIODOS NOT = "00" THEN
              DISPLAY "NO SE PUDO GRABAR EL CIERRE: " FS-PERIODOS
              GO TO CERRAR-PERIODO-FIN
           END-IF

           MOVE "CIERRE"       TO WS-LOG-ACCION
           MOVE SPACES         TO WS-LOG-APROBADOR WS-MOTIVO
           PERFORM GRABAR-LOG
           DISPLAY "PERIODO " WS-PERIODO " CERRADO.".
       CERRAR-PERIODO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * REVISAR-FACTURAS : GenFacturas emitio el mes y EmitirDTE  *
      * le asigno folio tributario a todas sus facturas.          *
      *----------------------------------------------------------*
       REVISAR-FACTURAS.
           MOVE 0   TO WS-CONT-FACTURAS WS-CONT-SIN-FOLIO
           MOVE "N" TO fin-de-archivo
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "FALTA  FACTURACION (NO HAY facturas.dat)"
              DISPLAY "FALTA  FOLIOS DTE"
              ADD 2 TO WS-CONT-FALTAS
              GO TO REVISAR-FACTURAS-FIN
           END-IF
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF factura-periodo = WS-PERIODO THEN
                          ADD 1 TO WS-CONT-FACTURAS
                          IF factura-folio-dte = 0 THEN
                             ADD 1 TO WS-CONT-SIN-FOLIO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-facturas

           IF WS-CONT-FACTURAS = 0 THEN
              DISPLAY "FALTA  FACTURACION (SIN FACTURAS DEL PERIODO)"
              DISPLAY "FALTA  FOLIOS DTE"
              ADD 2 TO WS-CONT-FALTAS
              GO TO REVISAR-FACTURAS-FIN
           END-IF
           DISPLAY "OK     FACTURACION (" WS-CONT-FACTURAS
                   " FACTURAS)"
           IF WS-CONT-SIN-FOLIO > 0 THEN
              DISPLAY "FALTA  FOLIOS DTE (" WS-CONT-SIN-FOLIO
                      " FACTURAS SIN FOLIO)"
              ADD 1 TO WS-CONT-FALTAS
           ELSE
              DISPLAY "OK     FOLIOS DTE"
           END-IF.
       REVISAR-FACTURAS-FIN.
           EXIT.

      *    intereses_ctrl.dat GUARDA EL ULTIMO PERIODO LIQUIDADO.
       REVISAR-INTERESES.
           MOVE 0 TO WS-INTERES-ULTIMO
           OPEN INPUT control-intereses
           IF FS-INTERESES = "00" THEN
              READ control-intereses
                  AT END
                      CONTINUE
                  NOT AT END
                      IF intereses-linea(1:6) IS NUMERIC THEN
                         MOVE intereses-linea(1:6)
                                         TO WS-INTERES-ULTIMO
                      END-IF
              END-READ
              CLOSE control-intereses
           END-IF
           IF WS-INTERES-ULTIMO < WS-PERIODO THEN
              DISPLAY "FALTA  INTERES DE MORA (ULTIMO LIQUIDADO "
                      WS-INTERES-ULTIMO ")"
              ADD 1 TO WS-CONT-FALTAS
           ELSE
              DISPLAY "OK     INTERES DE MORA"
           END-IF.
       REVISAR-INTERESES-FIN.
           EXIT.

      *    contab_periodos.txt: UNA LINEA "AAAAMM;..." POR ENVIO.
       REVISAR-EXPORTACION.
           MOVE "N" TO WS-EXPORTADO fin-de-archivo
           OPEN INPUT log-contable
           IF FS-CONTABLE = "00" THEN
              PERFORM UNTIL fin-de-archivo = "S"
                  READ log-contable
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          IF contable-linea(1:6) = WS-PERIODO THEN
                             MOVE "S" TO WS-EXPORTADO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE log-contable
           END-IF
           IF WS-EXPORTADO = "S" THEN
              DISPLAY "OK     EXPORTACION CONTABLE"
           ELSE
              DISPLAY "FALTA  EXPORTACION CONTABLE"
              ADD 1 TO WS-CONT-FALTAS
           END-IF.
       REVISAR-EXPORTACION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * REVISAR-CUADRATURA : la ultima foto de ControlTotales     *
      * fechada en el periodo debe traer 0 alertas. Las fotos     *
      * anteriores a la columna de alertas no la traen y no dan   *
      * por cuadrado el mes.                                      *
      *----------------------------------------------------------*
       REVISAR-CUADRATURA.
           MOVE 0      TO WS-FOTO-FECHA
           MOVE SPACES TO WS-FOTO-ALERTAS
           MOVE "N"    TO fin-de-archivo
           OPEN INPUT archivo-totales
           IF FS-TOTALES = "00" THEN
              PERFORM UNTIL fin-de-archivo = "S"
                  READ archivo-totales
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          IF totales-linea(1:6) = WS-PERIODO THEN
                             PERFORM CAPTURAR-FOTO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE archivo-totales
           END-IF
           IF WS-FOTO-FECHA = 0 THEN
              DISPLAY "FALTA  CUADRATURA (SIN FOTO DEL PERIODO)"
              ADD 1 TO WS-CONT-FALTAS
              GO TO REVISAR-CUADRATURA-FIN
           END-IF
           IF WS-FOTO-ALERTAS = SPACES THEN
              DISPLAY "FALTA  CUADRATURA (FOTO " WS-FOTO-FECHA
                      " SIN DATO DE ALERTAS)"
              ADD 1 TO WS-CONT-FALTAS
              GO TO REVISAR-CUADRATURA-FIN
           END-IF
           IF WS-FOTO-ALERTAS(1:2) NOT = "00" THEN
              DISPLAY "FALTA  CUADRATURA (FOTO " WS-FOTO-FECHA
                      " CON " WS-FOTO-ALERTAS(1:2) " ALERTAS)"
              ADD 1 TO WS-CONT-FALTAS
           ELSE
              DISPLAY "OK     CUADRATURA (FOTO " WS-FOTO-FECHA ")"
           END-IF.
       REVISAR-CUADRATURA-FIN.
           EXIT.

       CAPTURAR-FOTO.
           MOVE SPACES TO WS-TOT-CAMPOS
           UNSTRING totales-linea DELIMITED BY ";"
               INTO WS-TOT-CAMPO(1), WS-TOT-CAMPO(2),
                    WS-TOT-CAMPO(3), WS-TOT-CAMPO(4),
                    WS-TOT-CAMPO(5), WS-TOT-CAMPO(6),
                    WS-TOT-CAMPO(7), WS-TOT-CAMPO(8),
                    WS-TOT-CAMPO(9)
           END-UNSTRING
           IF totales-linea(1:8) IS NUMERIC AND
              totales-linea(1:8) NOT < WS-FOTO-FECHA THEN
              MOVE totales-linea(1:8) TO WS-FOTO-FECHA
              MOVE WS-TOT-CAMPO(9)    TO WS-FOTO-ALERTAS
           END-IF
           .

      *----------------------------------------------------------*
      * SOLICITAR-REAPERTURA : solo periodos cerrados y con       *
      * motivo. La reapertura la ejecuta OTRO administrador al    *
      * aprobar la solicitud (aprob-rut-2 lleva el periodo y      *
      * aprob-glosa el motivo).                                   *
      *----------------------------------------------------------*
       SOLICITAR-REAPERTURA.
           PERFORM PEDIR-PERIODO
           MOVE WS-PERIODO TO periodo-codigo
           READ datos-periodos
               INVALID KEY
                   DISPLAY "EL PERIODO " WS-PERIODO
                           " NO ESTA CERRADO."
                   GO TO SOLICITAR-REAPERTURA-FIN
           END-READ
           IF NOT periodo-cerrado THEN
              DISPLAY "EL PERIODO " WS-PERIODO " NO ESTA CERRADO."
              GO TO SOLICITAR-REAPERTURA-FIN
           END-IF

           DISPLAY "MOTIVO DE LA REAPERTURA: "
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES THEN
              DISPLAY "EL MOTIVO ES OBLIGATORIO."
              GO TO SOLICITAR-REAPERTURA-FIN
           END-IF

           MOVE "P"            TO lk-so-tipo
           MOVE 0              TO lk-so-rut lk-so-monto
           MOVE SPACE          TO lk-so-dv
           MOVE WS-PERIODO     TO lk-so-rut-2
           MOVE "REAP"         TO lk-so-motivo
           MOVE LK-OPERADOR-ID TO lk-so-solicitante
           MOVE WS-MOTIVO      TO lk-so-glosa
           CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                            PAR-SALIDA-SOLICITUD
           DISPLAY OUT-DESRET-SOL
           IF OUT-CODRET-SOL NOT = 0 THEN
              GO TO SOLICITAR-REAPERTURA-FIN
           END-IF

           MOVE "SOLICITUD"    TO WS-LOG-ACCION
           MOVE SPACES         TO WS-LOG-APROBADOR
           PERFORM GRABAR-LOG.
       SOLICITAR-REAPERTURA-FIN.
           EXIT.

       LISTAR-PERIODOS.
           DISPLAY "---------------------------------------------"
           DISPLAY "PERIODO EST CIERRE   POR        REAP ULT.REAP"
           DISPLAY "---------------------------------------------"
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO periodo-codigo
           START datos-periodos KEY IS NOT < periodo-codigo
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-periodos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       DISPLAY periodo-codigo "  "
                               periodo-estado "   "
                               periodo-fec-cierre " "
                               periodo-usuario-cierre " "
                               periodo-cant-reaperturas "  "
                               periodo-fec-reapertura
               END-READ
           END-PERFORM
           .

       GRABAR-LOG.
           OPEN EXTEND log-periodos
           IF FS-LOG NOT = "00" THEN
              OPEN OUTPUT log-periodos
              CLOSE log-periodos
              OPEN EXTEND log-periodos
           END-IF
           MOVE SPACES TO log-linea
           STRING WS-FECHA-SYS     DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-HORA-SYS(1:6) DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-PERIODO       DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WS-LOG-ACCION    DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LK-OPERADOR-ID   DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  WS-LOG-APROBADOR DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  WS-MOTIVO        DELIMITED BY SIZE
                     INTO log-linea
           END-STRING
           WRITE log-linea
           CLOSE log-periodos
           .

       END PROGRAM CierrePeriodo.
