      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Intake del archivo mensual de resultados del estudio
      *          juridico externo (juridica_resultados.txt, ancho
      *          fijo con cabecera H + periodo AAAAMM, detalles D y
      *          trailer T con cantidad y suma de control de los RUT,
      *          igual que banco_pagos.txt). El periodo se controla
      *          en juridica_ctrl.dat: solo se acepta uno posterior
      *          al ultimo procesado. Cada detalle trae el RUT de un
      *          caso derivado por CobranzaEtapas (juridica.dat) y un
      *          resultado:
      *            R = recupero: lo recuperado menos el honorario del
      *                estudio se aplica como pago a las facturas
      *                pendientes mas antiguas (igual que PagosBanco;
      *                el exceso queda como saldo a favor) y el
      *                honorario se carga a la cuenta del cliente. Sin
      *                facturas pendientes el caso queda recuperado.
      *            S = sentencia: se anota fecha y glosa del fallo.
      *            D = devuelto por incobrable: el saldo de la cuenta
      *                se encola como castigo (SolicitarAprobacion,
      *                tipo C) para aprobacion de cuatro ojos.
      *          Lo que no calza (RUT sin caso, resultado invalido)
      *          queda en el spool JURIDICA junto al detalle de lo
      *          aplicado. Con el dia de negocio cerrado no se
      *          procesa el archivo; un abono o cargo que
      *          GrabarMovimiento rechaza deshace lo que respaldaba
      *          (pago de la factura o saldo a favor) y el recupero
      *          deja de aplicarse, informando el resto sin aplicar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntakeJuridica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-resultados ASSIGN TO
           "C:\PgmCobols\Data\juridica_resultados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.

           SELECT control-juridica ASSIGN TO
           "C:\PgmCobols\Data\juridica_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT datos-juridica
               ASSIGN TO
           "C:\PgmCobols\Data\juridica.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jur-rut
               FILE STATUS IS FS-JURIDICA.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-resultados.
       01  resultado-linea       PIC X(120).

       FD  control-juridica.
       01  control-linea         PIC X(20).

       FD  datos-juridica.
           copy "C:\PgmCobols\FD\FDJuridica.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       WORKING-STORAGE SECTION.
       01  FS-RESULTADOS         PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-JURIDICA           PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-CUENTAS            PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

      *    LAYOUT FIJO DEL ESTUDIO JURIDICO.
       01  WS-LINEA-ENTRADA      PIC X(120).
       01  R-ENT-CABECERA REDEFINES WS-LINEA-ENTRADA.
           05  ENT-H-TIPO        PIC X.
           05  ENT-H-PERIODO     PIC 9(06).
           05  FILLER            PIC X(113).
       01  R-ENT-DETALLE REDEFINES WS-LINEA-ENTRADA.
           05  ENT-D-TIPO        PIC X.
           05  ENT-D-RUT         PIC 9(10).
           05  ENT-D-RESULTADO   PIC X.
               88  ENT-RECUPERO  VALUE "R".
               88  ENT-SENTENCIA VALUE "S".
               88  ENT-DEVUELTO  VALUE "D".
           05  ENT-D-MONTO       PIC 9(11)V99.
           05  ENT-D-HONORARIO   PIC 9(11)V99.
           05  ENT-D-FECHA       PIC 9(08).
           05  ENT-D-GLOSA       PIC X(40).
           05  FILLER            PIC X(34).
       01  R-ENT-TRAILER REDEFINES WS-LINEA-ENTRADA.
           05  ENT-T-TIPO        PIC X.
           05  ENT-T-CANTIDAD    PIC 9(06).
           05  ENT-T-HASH-RUT    PIC 9(12).
           05  FILLER            PIC X(101).

       01  WS-PERIODO-ULTIMO     PIC 9(06) VALUE 0.
       01  WS-PERIODO-ARCHIVO    PIC 9(06) VALUE 0.
       01  WS-HAY-CABECERA       PIC X VALUE "N".
       01  WS-CONT-DETALLES      PIC 9(06) VALUE 0.
       01  WS-HASH-RUT           PIC 9(12) VALUE 0.

       01  WS-MONTO-NETO         PIC 9(11)V99.
       01  WS-PAGO-RESTANTE      PIC 9(11)V99.
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-MONTO-APLICAR      PIC 9(11)V99.
       01  WS-MONTO-LINEA        PIC 9(11)V99.
       01  WS-FACTURA-HALLADA    PIC X.
       01  WS-QUEDA-PENDIENTE    PIC X.
       01  WS-MOV-RECHAZADO      PIC X.
       01  WS-RESULTADO-TXT      PIC X(30).

       01  WS-CONT-RECUPEROS     PIC 9(06) VALUE 0.
       01  WS-CONT-SENTENCIAS    PIC 9(06) VALUE 0.
       01  WS-CONT-DEVUELTOS     PIC 9(06) VALUE 0.
       01  WS-CONT-CERRADOS      PIC 9(06) VALUE 0.
       01  WS-CONT-RECHAZADOS    PIC 9(06) VALUE 0.
       01  WS-TOT-RECUPERADO     PIC 9(13)V99 VALUE 0.
       01  WS-TOT-HONORARIOS     PIC 9(13)V99 VALUE 0.
       01  WS-TOT-APLICADO       PIC 9(13)V99 VALUE 0.
       01  WS-TOT-FAVOR          PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CASTIGO        PIC 9(13)V99 VALUE 0.
       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.

       01  WS-RUTA-SPOOL         PIC X(80).
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

       01 PAR-ENTRADA-MOV.
           05  lk-mov-rut       PIC 9(10).
           05  lk-mov-tipo      PIC X.
           05  lk-mov-monto     PIC 9(11)V99.
           05  lk-mov-glosa     PIC X(40).
           05  lk-mov-operador  PIC X(10).
       01 PAR-SALIDA-MOV.
           05  OUT-CODRET-MOV   PIC 9(04).
           05  OUT-DESRET-MOV   PIC X(50).
           05  OUT-SALDO-MOV    PIC S9(11)V99.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           IF LK-FN-ESTADO = "C" THEN
              DISPLAY "DIA DE NEGOCIO CERRADO; NO SE PROCESAN LOS"
                      " RESULTADOS DEL ESTUDIO."
              GOBACK
           END-IF
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           PERFORM LEER-CONTROL-JURIDICA

           OPEN INPUT archivo-resultados
           IF FS-RESULTADOS NOT = "00" THEN
              DISPLAY "NO HAY ARCHIVO juridica_resultados.txt QUE"
                      " PROCESAR."
              GOBACK
           END-IF

      *       PRIMERA PASADA: VALIDA CABECERA, PERIODO Y TOTALES DE
      *       CONTROL DEL TRAILER ANTES DE APLICAR NADA.
           PERFORM VALIDAR-ARCHIVO THRU VALIDAR-ARCHIVO-FIN
           IF WS-HAY-CABECERA NOT = "S" THEN
              CLOSE archivo-resultados
              GOBACK
           END-IF

           OPEN I-O datos-juridica
           IF FS-JURIDICA NOT = "00" THEN
              DISPLAY "NO HAY CASOS DERIVADOS AL ESTUDIO JURIDICO."
              CLOSE archivo-resultados
              GOBACK
           END-IF
           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              CLOSE archivo-resultados datos-juridica
              GOBACK
           END-IF
      *       Sin disputas.dat no hay facturas en disputa.
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF

           MOVE "JURIDICA"    TO lk-sp-reporte
           MOVE "BATCH"       TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "RESULTADOS ESTUDIO JURIDICO PERIODO "
                                     DELIMITED BY SIZE
                  WS-PERIODO-ARCHIVO DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "RUT        PERIODO        MONTO RESULTADO"
                              TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

      *       SEGUNDA PASADA: APLICA LOS DETALLES.
           CLOSE archivo-resultados
           OPEN INPUT archivo-resultados
           MOVE "N" TO fin-de-archivo
           PERFORM UNTIL fin-de-archivo = "S"
               READ archivo-resultados INTO WS-LINEA-ENTRADA
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF ENT-D-TIPO = "D" THEN
                          PERFORM PROCESAR-RESULTADO THRU
                                  PROCESAR-RESULTADO-FIN
                       END-IF
               END-READ
           END-PERFORM

           MOVE "T"    TO lk-rw-operacion
           MOVE WS-TOT-RECUPERADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "RECUPERADO BRUTO....: $" DELIMITED BY SIZE
                  WS-TOT-EDIT               DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-HONORARIOS TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "HONORARIOS CARGADOS.: $" DELIMITED BY SIZE
                  WS-TOT-EDIT               DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-APLICADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "APLICADO A FACTURAS.: $" DELIMITED BY SIZE
                  WS-TOT-EDIT               DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-FAVOR TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "A SALDO A FAVOR.....: $" DELIMITED BY SIZE
                  WS-TOT-EDIT               DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-CASTIGO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "ENVIADO A CASTIGO...: $" DELIMITED BY SIZE
                  WS-TOT-EDIT               DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE archivo-resultados datos-juridica datos-facturas
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF

           MOVE WS-PERIODO-ARCHIVO TO WS-PERIODO-ULTIMO
           PERFORM GRABAR-CONTROL-JURIDICA

           DISPLAY "-------------------------------------------"
           DISPLAY "RESULTADOS ESTUDIO JURIDICO " WS-PERIODO-ARCHIVO
           DISPLAY "RECUPEROS APLICADOS: " WS-CONT-RECUPEROS
           DISPLAY "CASOS RECUPERADOS..: " WS-CONT-CERRADOS
           DISPLAY "SENTENCIAS.........: " WS-CONT-SENTENCIAS
           DISPLAY "DEVUELTOS A CASTIGO: " WS-CONT-DEVUELTOS
           DISPLAY "RECHAZADOS.........: " WS-CONT-RECHAZADOS
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * VALIDAR-ARCHIVO : cabecera H con un periodo posterior al   *
      * ultimo procesado, y trailer T cuadrado en cantidad y suma  *
      * de control de RUT. Cualquier descuadre rechaza el archivo  *
      * completo sin aplicar nada (mismo criterio de PagosBanco).  *
      *----------------------------------------------------------*
       VALIDAR-ARCHIVO.
           MOVE "N" TO fin-de-archivo WS-HAY-CABECERA
           MOVE 0   TO WS-CONT-DETALLES WS-HASH-RUT
           PERFORM UNTIL fin-de-archivo = "S"
               READ archivo-resultados INTO WS-LINEA-ENTRADA
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       EVALUATE ENT-H-TIPO
                           WHEN "H"
                               MOVE "S" TO WS-HAY-CABECERA
                               MOVE ENT-H-PERIODO
                                 TO WS-PERIODO-ARCHIVO
                           WHEN "D"
                               ADD 1 TO WS-CONT-DETALLES
                               ADD ENT-D-RUT TO WS-HASH-RUT
                           WHEN "T"
                               IF ENT-T-CANTIDAD NOT =
                                  WS-CONT-DETALLES OR
                                  ENT-T-HASH-RUT NOT =
                                  WS-HASH-RUT THEN
                                  DISPLAY "TRAILER DESCUADRADO; EL"
                                          " ARCHIVO SE RECHAZA."
                                  MOVE "N" TO WS-HAY-CABECERA
                                  MOVE "S" TO fin-de-archivo
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-HAY-CABECERA NOT = "S" THEN
              GO TO VALIDAR-ARCHIVO-FIN
           END-IF
           IF WS-PERIODO-ARCHIVO NOT > WS-PERIODO-ULTIMO THEN
              DISPLAY "PERIODO " WS-PERIODO-ARCHIVO " YA PROCESADO"
                      " (ULTIMO " WS-PERIODO-ULTIMO "); EL"
                      " ARCHIVO SE RECHAZA."
              MOVE "N" TO WS-HAY-CABECERA
           END-IF.
       VALIDAR-ARCHIVO-FIN.
           EXIT.

       PROCESAR-RESULTADO.
           MOVE ENT-D-MONTO TO WS-MONTO-LINEA
           MOVE 0           TO factura-periodo
           MOVE ENT-D-RUT   TO jur-rut
           READ datos-juridica
               INVALID KEY
                   MOVE "RUT SIN CASO JURIDICO" TO WS-RESULTADO-TXT
                   PERFORM RECHAZAR-RESULTADO
                   GO TO PROCESAR-RESULTADO-FIN
           END-READ
           EVALUATE TRUE
               WHEN ENT-RECUPERO
                   PERFORM APLICAR-RECUPERO THRU
                           APLICAR-RECUPERO-FIN
               WHEN ENT-SENTENCIA
                   PERFORM ANOTAR-SENTENCIA
               WHEN ENT-DEVUELTO
                   PERFORM DEVOLVER-A-CASTIGO THRU
                           DEVOLVER-A-CASTIGO-FIN
               WHEN OTHER
                   MOVE "RESULTADO INVALIDO" TO WS-RESULTADO-TXT
                   PERFORM RECHAZAR-RESULTADO
                   GO TO PROCESAR-RESULTADO-FIN
           END-EVALUATE

           MOVE WS-PERIODO-ARCHIVO TO jur-periodo-ult
           MOVE WS-FECHA-SYS       TO jur-fecmod
           MOVE "ESTUDIO"          TO jur-usuario-mod
           REWRITE jur-registro END-REWRITE.
       PROCESAR-RESULTADO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-RECUPERO : lo recuperado neto del honorario paga   *
      * las facturas pendientes del RUT de la mas antigua a la mas *
      * nueva (saltando las en disputa), cada pago con su abono en *
      * cuenta como en PagosBanco; lo que sobra queda como saldo a *
      * favor. El honorario se carga a la cuenta del cliente.      *
      *----------------------------------------------------------*
       APLICAR-RECUPERO.
           IF ENT-D-HONORARIO > ENT-D-MONTO THEN
              MOVE "HONORARIO MAYOR AL RECUPERO" TO WS-RESULTADO-TXT
              PERFORM RECHAZAR-RESULTADO
              GO TO APLICAR-RECUPERO-FIN
           END-IF
           ADD 1 TO WS-CONT-RECUPEROS
           ADD ENT-D-MONTO     TO jur-monto-recuperado
                                  WS-TOT-RECUPERADO
           ADD ENT-D-HONORARIO TO jur-honorarios
                                  WS-TOT-HONORARIOS
           COMPUTE WS-MONTO-NETO = ENT-D-MONTO - ENT-D-HONORARIO
           MOVE WS-MONTO-NETO TO WS-PAGO-RESTANTE

           MOVE "S" TO WS-FACTURA-HALLADA
           MOVE "N" TO WS-MOV-RECHAZADO
           PERFORM UNTIL WS-PAGO-RESTANTE = 0 OR
                         WS-FACTURA-HALLADA NOT = "S" OR
                         WS-MOV-RECHAZADO = "S"
              PERFORM BUSCAR-FACTURA-ANTIGUA THRU
                      BUSCAR-FACTURA-ANTIGUA-FIN
              IF WS-FACTURA-HALLADA = "S" THEN
                 PERFORM PAGAR-FACTURA
              END-IF
           END-PERFORM

      *       SI UN ABONO FUE RECHAZADO, LO QUE QUEDA NO SE PASA A
      *       SALDO A FAVOR: SE INFORMA SIN APLICAR.
           IF WS-PAGO-RESTANTE > 0 THEN
              IF WS-MOV-RECHAZADO = "S" THEN
                 MOVE WS-PAGO-RESTANTE TO WS-MONTO-LINEA
                 MOVE 0                TO factura-periodo
                 MOVE "RESTO DEL RECUPERO SIN APLICAR"
                                       TO WS-RESULTADO-TXT
                 PERFORM ANOTAR-EN-REPORTE
              ELSE
                 PERFORM ABONAR-SALDO-A-FAVOR
              END-IF
           END-IF

           IF ENT-D-HONORARIO > 0 THEN
              MOVE ENT-D-RUT       TO lk-mov-rut
              MOVE "C"             TO lk-mov-tipo
              MOVE ENT-D-HONORARIO TO lk-mov-monto
              MOVE "HONORARIOS COBRANZA JUDICIAL"
                                   TO lk-mov-glosa
              MOVE "ESTUDIO"       TO lk-mov-operador
              CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                            PAR-SALIDA-MOV
              MOVE ENT-D-HONORARIO TO WS-MONTO-LINEA
              MOVE 0               TO factura-periodo
              IF OUT-CODRET-MOV NOT = 0 THEN
                 SUBTRACT ENT-D-HONORARIO FROM WS-TOT-HONORARIOS
                 MOVE "HONORARIO NO CARGADO" TO WS-RESULTADO-TXT
                 PERFORM RECHAZAR-RESULTADO
              ELSE
                 MOVE "HONORARIO CARGADO" TO WS-RESULTADO-TXT
                 PERFORM ANOTAR-EN-REPORTE
              END-IF
           END-IF

      *       SIN FACTURAS PENDIENTES (FUERA DE DISPUTA) EL CASO
      *       QUEDA RECUPERADO Y CERRADO.
           PERFORM VER-PENDIENTES
           IF WS-QUEDA-PENDIENTE = "N" THEN
              MOVE "R" TO jur-estado
              ADD 1 TO WS-CONT-CERRADOS
           END-IF

      *       EL CLIENTE CON SERVICIO CORTADO QUE QUEDA AL DIA SE
      *       REPONE, IGUAL QUE EN PagosBanco.
           MOVE ENT-D-RUT TO lk-rp-rut
           MOVE "ESTUDIO" TO lk-rp-operador
           CALL "ReponerServicio" USING PAR-ENTRADA-REPOS
                                        PAR-SALIDA-REPOS.
       APLICAR-RECUPERO-FIN.
           EXIT.

       PAGAR-FACTURA.
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF WS-PAGO-RESTANTE > WS-PENDIENTE THEN
              MOVE WS-PENDIENTE     TO WS-MONTO-APLICAR
           ELSE
              MOVE WS-PAGO-RESTANTE TO WS-MONTO-APLICAR
           END-IF
           SUBTRACT WS-MONTO-APLICAR FROM WS-PAGO-RESTANTE
           ADD WS-MONTO-APLICAR TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE WS-FECHA-SYS TO factura-fecmod
           MOVE "ESTUDIO"    TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE

           MOVE ENT-D-RUT        TO lk-mov-rut
           MOVE "A"              TO lk-mov-tipo
           MOVE WS-MONTO-APLICAR TO lk-mov-monto
           MOVE SPACES           TO lk-mov-glosa
           STRING "RECUPERO JUDICIAL FACTURA " DELIMITED BY SIZE
                  factura-periodo              DELIMITED BY SIZE
                          INTO lk-mov-glosa
           END-STRING
           MOVE "ESTUDIO"        TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV

           MOVE WS-MONTO-APLICAR TO WS-MONTO-LINEA
      *       SIN ABONO EN LA CUENTA LA FACTURA VUELVE A COMO ESTABA
      *       Y SE DEJA DE APLICAR EL RECUPERO.
           IF OUT-CODRET-MOV NOT = 0 THEN
              SUBTRACT WS-MONTO-APLICAR FROM factura-pagado
              MOVE "P"              TO factura-estado
              MOVE factura-estado   TO factura-llave-estado
              REWRITE factura-registro END-REWRITE
              MOVE "S"              TO WS-MOV-RECHAZADO
              MOVE OUT-DESRET-MOV   TO WS-RESULTADO-TXT
              PERFORM RECHAZAR-RESULTADO
           ELSE
              ADD WS-MONTO-APLICAR  TO WS-TOT-APLICADO
              MOVE "RECUPERO APLICADO" TO WS-RESULTADO-TXT
              PERFORM ANOTAR-EN-REPORTE
           END-IF
           .

      *    EL EXCESO QUEDA DISPONIBLE EN saldos_favor.dat Y
      *    ABONADO EN LA CUENTA, COMO EN PagosBanco.
       ABONAR-SALDO-A-FAVOR.
           MOVE ENT-D-RUT        TO lk-sf-rut
           MOVE "A"              TO lk-sf-operacion
           MOVE WS-PAGO-RESTANTE TO lk-sf-monto
           MOVE "ESTUDIO"        TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           MOVE WS-PAGO-RESTANTE TO WS-MONTO-LINEA
           MOVE 0                TO factura-periodo
           IF OUT-CODRET-SF NOT = 0 THEN
              MOVE "EXCESO SIN SALDO A FAVOR" TO WS-RESULTADO-TXT
              PERFORM ANOTAR-EN-REPORTE
           ELSE
              MOVE ENT-D-RUT        TO lk-mov-rut
              MOVE "A"              TO lk-mov-tipo
              MOVE WS-PAGO-RESTANTE TO lk-mov-monto
              MOVE "SALDO A FAVOR RECUPERO JUDICIAL"
                                    TO lk-mov-glosa
              MOVE "ESTUDIO"        TO lk-mov-operador
              CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                            PAR-SALIDA-MOV
              IF OUT-CODRET-MOV NOT = 0 THEN
                 MOVE "D" TO lk-sf-operacion
                 CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                               PAR-SALIDA-SFAVOR
                 MOVE "EXCESO SIN SALDO A FAVOR" TO WS-RESULTADO-TXT
                 PERFORM ANOTAR-EN-REPORTE
              ELSE
                 ADD WS-PAGO-RESTANTE  TO WS-TOT-FAVOR
                 MOVE "SALDO A FAVOR"  TO WS-RESULTADO-TXT
                 PERFORM ANOTAR-EN-REPORTE
              END-IF
           END-IF
           MOVE 0 TO WS-PAGO-RESTANTE
           .

       ANOTAR-SENTENCIA.
           ADD 1 TO WS-CONT-SENTENCIAS
           IF jur-derivado THEN
              MOVE "J" TO jur-estado
           END-IF
           MOVE ENT-D-FECHA TO jur-fec-sentencia
           IF ENT-D-FECHA = 0 THEN
              MOVE WS-FECHA-SYS TO jur-fec-sentencia
           END-IF
           MOVE ENT-D-GLOSA TO jur-glosa-sentencia
           MOVE 0           TO WS-MONTO-LINEA
           MOVE "SENTENCIA" TO WS-RESULTADO-TXT
           PERFORM ANOTAR-EN-REPORTE
           .

      *----------------------------------------------------------*
      * DEVOLVER-A-CASTIGO : el caso devuelto por incobrable pasa  *
      * el saldo deudor de la cuenta a la cola de castigos, igual  *
      * que SolicitarCastigo; el castigo corre al aprobarlo otro   *
      * perfil A en AprobarSolicitudes.                            *
      *----------------------------------------------------------*
       DEVOLVER-A-CASTIGO.
           ADD 1 TO WS-CONT-DEVUELTOS
           MOVE "I"          TO jur-estado
           MOVE WS-FECHA-SYS TO jur-fec-devolucion
           MOVE 0            TO jur-monto-castigo
           OPEN INPUT datos-cuentas
           IF FS-CUENTAS NOT = "00" THEN
              MOVE "DEVUELTO, SIN CUENTA" TO WS-RESULTADO-TXT
              GO TO DEVOLVER-A-CASTIGO-REP
           END-IF
           MOVE ENT-D-RUT TO cuenta-rut
           READ datos-cuentas
               INVALID KEY
                   MOVE 0 TO cuenta-saldo
           END-READ
           CLOSE datos-cuentas
           IF cuenta-saldo <= 0 THEN
              MOVE "DEVUELTO, SIN SALDO DEUDOR" TO WS-RESULTADO-TXT
              GO TO DEVOLVER-A-CASTIGO-REP
           END-IF

           MOVE "C"            TO lk-so-tipo
           MOVE ENT-D-RUT      TO lk-so-rut
           MOVE SPACE          TO lk-so-dv
           MOVE ZEROES         TO lk-so-rut-2
           MOVE "JURI"         TO lk-so-motivo
           MOVE "ESTUDIO"      TO lk-so-solicitante
           MOVE cuenta-saldo   TO lk-so-monto
           MOVE "CASTIGO DEVUELTO POR ESTUDIO JURIDICO"
                               TO lk-so-glosa
           CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                            PAR-SALIDA-SOLICITUD
           IF OUT-CODRET-SOL NOT = 0 THEN
              MOVE "DEVUELTO, NO SE ENCOLO" TO WS-RESULTADO-TXT
              GO TO DEVOLVER-A-CASTIGO-REP
           END-IF
           MOVE cuenta-saldo TO jur-monto-castigo
           ADD cuenta-saldo  TO WS-TOT-CASTIGO
           MOVE "DEVUELTO A CASTIGO" TO WS-RESULTADO-TXT.
       DEVOLVER-A-CASTIGO-REP.
           MOVE jur-monto-castigo TO WS-MONTO-LINEA
           PERFORM ANOTAR-EN-REPORTE.
       DEVOLVER-A-CASTIGO-FIN.
           EXIT.

       RECHAZAR-RESULTADO.
           ADD 1 TO WS-CONT-RECHAZADOS
           PERFORM ANOTAR-EN-REPORTE
           .

       BUSCAR-FACTURA-ANTIGUA.
           MOVE "N"       TO WS-FACTURA-HALLADA
           MOVE ENT-D-RUT TO factura-rut
           MOVE 0         TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   GO TO BUSCAR-FACTURA-ANTIGUA-FIN
           END-START.
       BUSCAR-FACTURA-SIGUIENTE.
           READ datos-facturas NEXT RECORD
               AT END
                   GO TO BUSCAR-FACTURA-ANTIGUA-FIN
           END-READ
           IF factura-rut NOT = ENT-D-RUT THEN
              GO TO BUSCAR-FACTURA-ANTIGUA-FIN
           END-IF
           IF NOT factura-pendiente THEN
              GO TO BUSCAR-FACTURA-SIGUIENTE
           END-IF
           PERFORM VER-DISPUTA-FACTURA
           IF WS-EN-DISPUTA = "S" THEN
              GO TO BUSCAR-FACTURA-SIGUIENTE
           END-IF
           MOVE "S" TO WS-FACTURA-HALLADA.
       BUSCAR-FACTURA-ANTIGUA-FIN.
           EXIT.

       VER-PENDIENTES.
           PERFORM BUSCAR-FACTURA-ANTIGUA THRU
                   BUSCAR-FACTURA-ANTIGUA-FIN
           MOVE WS-FACTURA-HALLADA TO WS-QUEDA-PENDIENTE
           IF WS-QUEDA-PENDIENTE NOT = "S" THEN
              MOVE "N" TO WS-QUEDA-PENDIENTE
           END-IF
           .

       ANOTAR-EN-REPORTE.
           MOVE ENT-D-RUT      TO WS-RUT-EDIT
           MOVE WS-MONTO-LINEA TO WS-MONTO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  factura-periodo  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-MONTO-EDIT    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-RESULTADO-TXT DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LEER-CONTROL-JURIDICA.
           MOVE 0 TO WS-PERIODO-ULTIMO
           OPEN INPUT control-juridica
           IF FS-CONTROL = "00" THEN
              READ control-juridica INTO control-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF control-linea(1:6) IS NUMERIC THEN
                         MOVE control-linea(1:6) TO WS-PERIODO-ULTIMO
                      END-IF
              END-READ
              CLOSE control-juridica
           END-IF
           .

       GRABAR-CONTROL-JURIDICA.
           OPEN OUTPUT control-juridica
           MOVE SPACES TO control-linea
           MOVE WS-PERIODO-ULTIMO TO control-linea(1:6)
           WRITE control-linea
           CLOSE control-juridica
           .

      *    UNA FACTURA CON DISPUTA ABIERTA (disputas.dat, LLAVE
      *    rut+periodo DE LA FACTURA) NO RECIBE PAGOS.
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

       END PROGRAM IntakeJuridica.
