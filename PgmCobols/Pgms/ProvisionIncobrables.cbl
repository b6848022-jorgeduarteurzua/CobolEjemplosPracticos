      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Provision de incobrables de cierre de mes. Clasifica
      *          el saldo de las facturas pendientes (facturas.dat)
      *          en los tramos de ReporteAntiguedad (0-30 / 31-60 /
      *          61-90 / 90+ dias de atraso, con DiffDiasFecha) mas
      *          dos tramos propios: clientes con convenio de pago
      *          roto (convenios.dat) y clientes derivados a cobranza
      *          judicial (cobranzas.dat, etapa 4), que van enteros a
      *          su tramo sin importar la antiguedad. A cada tramo le
      *          aplica su porcentaje de provision_param.dat
      *          ("P1;P2;P3;P4;PCONV;PJUD", porcentajes enteros, con
      *          valores por defecto si no existe), compara la
      *          provision requerida con la del ultimo cierre guardado
      *          en provisiones.dat y deja ahi el ajuste del periodo,
      *          que ExportarContable lleva al diario como asiento
      *          PROV (constituye) o PRVR (libera). El detalle por
      *          cliente y tramo queda en spool (PROVISION) como
      *          respaldo para auditoria. Se puede repetir en el mes:
      *          el registro del periodo se reescribe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvisionIncobrables.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-cobranzas
               ASSIGN TO
           "C:\PgmCobols\Data\cobranzas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cobranza-rut
               FILE STATUS IS FS-COBRANZAS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-provisiones
               ASSIGN TO
           "C:\PgmCobols\Data\provisiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prov-periodo
               FILE STATUS IS FS-PROVISIONES.

           SELECT param-provision
               ASSIGN TO
           "C:\PgmCobols\Data\provision_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-cobranzas.
           copy "C:\PgmCobols\FD\FDCobranza.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-provisiones.
           copy "C:\PgmCobols\FD\FDProvision.cpy".

       FD  param-provision.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS           PIC XX.
       01  FS-COBRANZAS          PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-PROVISIONES        PIC XX.
       01  FS-PARAM              PIC XX.
       01  WS-COBRANZAS-OK       PIC X VALUE "N".
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-provisiones       PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PROV-NUEVA         PIC X.

      *    PORCENTAJES DE PROVISION POR TRAMO, CON VALORES POR
      *    DEFECTO SI provision_param.dat NO EXISTE (MISMO CRITERIO
      *    QUE CobranzaEtapas CON cobranza_param.dat).
       01  WS-TAB-PORCENTAJES.
           05  WS-PCT-TRAMO      PIC 9(03) OCCURS 6 TIMES.
       01  WS-TRAMO-IDX          PIC 9.
       01  WS-TRAMO              PIC 9.
       01  WS-TRAMO-CLIENTE      PIC 9.
      *        0 = por antiguedad de cada factura; 5 = convenio
      *        roto y 6 = judicial, para todas las del cliente.
       01  WS-TAB-DESC-TRAMOS.
           05  FILLER            PIC X(06) VALUE "0-30".
           05  FILLER            PIC X(06) VALUE "31-60".
           05  FILLER            PIC X(06) VALUE "61-90".
           05  FILLER            PIC X(06) VALUE "90+".
           05  FILLER            PIC X(06) VALUE "CONV.R".
           05  FILLER            PIC X(06) VALUE "JUDIC.".
       01  R-WS-TAB-DESC-TRAMOS REDEFINES WS-TAB-DESC-TRAMOS.
           05  WS-DESC-TRAMO     PIC X(06) OCCURS 6 TIMES.

      *    CORTE DE CONTROL POR RUT: facturas.dat VIENE ORDENADO POR
      *    RUT+PERIODO; EL SALDO DEL CLIENTE SE ACUMULA POR TRAMO Y
      *    SE LISTA AL CAMBIAR DE RUT.
       01  WS-RUT-CORTE          PIC 9(10) VALUE 0.
       01  WS-CLI-SALDO          PIC 9(13)V99 OCCURS 6 TIMES.
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-DIAS-ATRASO        PIC 9(07).
       01  WS-MONTO-PROV         PIC 9(13)V99.

       01  WS-TOT-SALDO          PIC 9(13)V99 OCCURS 6 TIMES.
       01  WS-TOT-PROV           PIC 9(13)V99 OCCURS 6 TIMES.
       01  WS-TOTAL-REQUERIDA    PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-ANTERIOR     PIC 9(13)V99 VALUE 0.
       01  WS-PERIODO-ANT        PIC 9(06) VALUE 0.
       01  WS-AJUSTE             PIC 9(13)V99 VALUE 0.
       01  WS-SENTIDO            PIC X.
       01  WS-CONT-CLIENTES      PIC 9(06) VALUE 0.
       01  WS-CONT-FACTURAS      PIC 9(06) VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(12)9.99.
       01  WS-PROV-EDIT          PIC Z(12)9.99.
       01  WS-PCT-EDIT           PIC ZZ9.

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).
           05 FECHA2-YYYYMMDD PIC 9(08).
       01 OUT-DIFFDIASFECHA.
           05 DIFF-DIAS       PIC 9(07).
           05 DIFF-ANOS        PIC 9(04).
           05 DIFF-MESES       PIC 9(02).
           05 DIFF-DIAS-RESTO  PIC 9(02).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA       TO WS-FECHA-SYS
           MOVE WS-FECHA-SYS(1:6) TO WS-PERIODO
           PERFORM LEER-PARAMETROS-PROVISION

           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              GOBACK
           END-IF
      *       Sin cobranzas.dat o convenios.dat los tramos propios
      *       quedan en cero y todo se clasifica por antiguedad.
           OPEN INPUT datos-cobranzas
           IF FS-COBRANZAS = "00" THEN
              MOVE "S" TO WS-COBRANZAS-OK
           END-IF
           OPEN INPUT datos-convenios
           IF FS-CONVENIOS = "00" THEN
              MOVE "S" TO WS-CONVENIOS-OK
           END-IF
           OPEN I-O datos-provisiones
           IF FS-PROVISIONES = "35" THEN
              OPEN OUTPUT datos-provisiones
              CLOSE datos-provisiones
              OPEN I-O datos-provisiones
           END-IF

           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 6
              MOVE 0 TO WS-TOT-SALDO(WS-TRAMO-IDX)
              MOVE 0 TO WS-TOT-PROV(WS-TRAMO-IDX)
              MOVE 0 TO WS-CLI-SALDO(WS-TRAMO-IDX)
           END-PERFORM

           MOVE "PROVISION"   TO lk-sp-reporte
           MOVE "BATCH"       TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "PROVISION DE INCOBRABLES AL " DELIMITED BY SIZE
                  WS-FECHA-SYS                  DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "RUT        TRAMO            SALDO PCT        PROVISION"
                              TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                       IF WS-RUT-CORTE NOT = 0 THEN
                          PERFORM LISTAR-CLIENTE
                       END-IF
                   NOT AT END
                       IF factura-rut NOT = WS-RUT-CORTE THEN
                          IF WS-RUT-CORTE NOT = 0 THEN
                             PERFORM LISTAR-CLIENTE
                          END-IF
                          MOVE factura-rut TO WS-RUT-CORTE
                          PERFORM CLASIFICAR-CLIENTE
                       END-IF
                       IF factura-pendiente THEN
                          PERFORM ACUMULAR-FACTURA
                       END-IF
               END-READ
           END-PERFORM

           PERFORM BUSCAR-PROVISION-ANTERIOR
           IF WS-TOTAL-REQUERIDA >= WS-TOTAL-ANTERIOR THEN
              COMPUTE WS-AJUSTE = WS-TOTAL-REQUERIDA -
                                  WS-TOTAL-ANTERIOR
              MOVE "A" TO WS-SENTIDO
           ELSE
              COMPUTE WS-AJUSTE = WS-TOTAL-ANTERIOR -
                                  WS-TOTAL-REQUERIDA
              MOVE "D" TO WS-SENTIDO
           END-IF
           PERFORM GRABAR-PROVISION
           PERFORM LISTAR-TOTALES

           CLOSE datos-facturas datos-provisiones
           IF WS-COBRANZAS-OK = "S" THEN
              CLOSE datos-cobranzas
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "PROVISION DE INCOBRABLES - PERIODO " WS-PERIODO
           DISPLAY "CLIENTES CON SALDO.: " WS-CONT-CLIENTES
           DISPLAY "FACTURAS PENDIENTES: " WS-CONT-FACTURAS
           MOVE WS-TOTAL-REQUERIDA TO WS-PROV-EDIT
           DISPLAY "PROVISION REQUERIDA: $" WS-PROV-EDIT
           MOVE WS-TOTAL-ANTERIOR  TO WS-PROV-EDIT
           DISPLAY "PROVISION ANTERIOR.: $" WS-PROV-EDIT
                   " (" WS-PERIODO-ANT ")"
           MOVE WS-AJUSTE          TO WS-PROV-EDIT
           IF WS-SENTIDO = "A" THEN
              DISPLAY "AJUSTE A CONSTITUIR: $" WS-PROV-EDIT
           ELSE
              DISPLAY "AJUSTE A LIBERAR...: $" WS-PROV-EDIT
           END-IF
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    MISMO CRITERIO QUE CobranzaEtapas: SIN ARCHIVO DE
      *    PARAMETROS RIGEN LOS VALORES POR DEFECTO.
       LEER-PARAMETROS-PROVISION.
           MOVE 1   TO WS-PCT-TRAMO(1)
           MOVE 10  TO WS-PCT-TRAMO(2)
           MOVE 30  TO WS-PCT-TRAMO(3)
           MOVE 60  TO WS-PCT-TRAMO(4)
           MOVE 80  TO WS-PCT-TRAMO(5)
           MOVE 100 TO WS-PCT-TRAMO(6)
           OPEN INPUT param-provision
           IF FS-PARAM = "00" THEN
              READ param-provision INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-PCT-TRAMO(1), WS-PCT-TRAMO(2),
                               WS-PCT-TRAMO(3), WS-PCT-TRAMO(4),
                               WS-PCT-TRAMO(5), WS-PCT-TRAMO(6)
                      END-UNSTRING
              END-READ
              CLOSE param-provision
           END-IF
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 6
              IF WS-PCT-TRAMO(WS-TRAMO-IDX) > 100 THEN
                 MOVE 100 TO WS-PCT-TRAMO(WS-TRAMO-IDX)
              END-IF
           END-PERFORM
           .

      *    EL CLIENTE DERIVADO A JURIDICA VA ENTERO AL TRAMO 6 Y EL
      *    DE CONVENIO ROTO AL 5; JURIDICA MANDA SI TIENE AMBOS.
       CLASIFICAR-CLIENTE.
           MOVE 0 TO WS-TRAMO-CLIENTE
           IF WS-CONVENIOS-OK = "S" THEN
              MOVE WS-RUT-CORTE TO convenio-rut
              READ datos-convenios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF convenio-roto THEN
                         MOVE 5 TO WS-TRAMO-CLIENTE
                      END-IF
              END-READ
           END-IF
           IF WS-COBRANZAS-OK = "S" THEN
              MOVE WS-RUT-CORTE TO cobranza-rut
              READ datos-cobranzas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF cobranza-judicial THEN
                         MOVE 6 TO WS-TRAMO-CLIENTE
                      END-IF
              END-READ
           END-IF
           .

      *    MISMOS TRAMOS DE ReporteAntiguedad: LA FACTURA AUN NO
      *    VENCIDA CUENTA EN 0-30.
       ACUMULAR-FACTURA.
           ADD 1 TO WS-CONT-FACTURAS
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF WS-TRAMO-CLIENTE NOT = 0 THEN
              MOVE WS-TRAMO-CLIENTE TO WS-TRAMO
           ELSE
              MOVE 0 TO WS-DIAS-ATRASO
              IF factura-fec-venc < WS-FECHA-SYS THEN
                 MOVE factura-fec-venc TO FECHA1-YYYYMMDD
                 MOVE WS-FECHA-SYS     TO FECHA2-YYYYMMDD
                 CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                            OUT-DIFFDIASFECHA
                 MOVE DIFF-DIAS        TO WS-DIAS-ATRASO
              END-IF
              EVALUATE TRUE
                  WHEN WS-DIAS-ATRASO <= 30
                      MOVE 1 TO WS-TRAMO
                  WHEN WS-DIAS-ATRASO <= 60
                      MOVE 2 TO WS-TRAMO
                  WHEN WS-DIAS-ATRASO <= 90
                      MOVE 3 TO WS-TRAMO
                  WHEN OTHER
                      MOVE 4 TO WS-TRAMO
              END-EVALUATE
           END-IF
           ADD WS-PENDIENTE TO WS-CLI-SALDO(WS-TRAMO)
           .

      *----------------------------------------------------------*
      * LISTAR-CLIENTE : una linea por tramo con saldo del cliente *
      * del corte. La provision se redondea por cliente y tramo,   *
      * asi el detalle suma exactamente el total del periodo.      *
      *----------------------------------------------------------*
       LISTAR-CLIENTE.
           MOVE "N" TO WS-PROV-NUEVA
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 6
              IF WS-CLI-SALDO(WS-TRAMO-IDX) > 0 THEN
                 MOVE "S" TO WS-PROV-NUEVA
                 COMPUTE WS-MONTO-PROV ROUNDED =
                         WS-CLI-SALDO(WS-TRAMO-IDX) *
                         WS-PCT-TRAMO(WS-TRAMO-IDX) / 100
                 ADD WS-CLI-SALDO(WS-TRAMO-IDX)
                   TO WS-TOT-SALDO(WS-TRAMO-IDX)
                 ADD WS-MONTO-PROV TO WS-TOT-PROV(WS-TRAMO-IDX)
                 ADD WS-MONTO-PROV TO WS-TOTAL-REQUERIDA
                 MOVE WS-RUT-CORTE                TO WS-RUT-EDIT
                 MOVE WS-CLI-SALDO(WS-TRAMO-IDX)  TO WS-MONTO-EDIT
                 MOVE WS-PCT-TRAMO(WS-TRAMO-IDX)  TO WS-PCT-EDIT
                 MOVE WS-MONTO-PROV               TO WS-PROV-EDIT
                 MOVE SPACES TO lk-rw-linea
                 STRING WS-RUT-EDIT                 DELIMITED BY SIZE
                        " "                         DELIMITED BY SIZE
                        WS-DESC-TRAMO(WS-TRAMO-IDX) DELIMITED BY SIZE
                        " "                         DELIMITED BY SIZE
                        WS-MONTO-EDIT               DELIMITED BY SIZE
                        " "                         DELIMITED BY SIZE
                        WS-PCT-EDIT                 DELIMITED BY SIZE
                        " "                         DELIMITED BY SIZE
                        WS-PROV-EDIT                DELIMITED BY SIZE
                           INTO lk-rw-linea
                 END-STRING
                 CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
                 MOVE 0 TO WS-CLI-SALDO(WS-TRAMO-IDX)
              END-IF
           END-PERFORM
           IF WS-PROV-NUEVA = "S" THEN
              ADD 1 TO WS-CONT-CLIENTES
           END-IF
           .

      *    EL ULTIMO CIERRE GUARDADO ANTES DEL PERIODO (NO
      *    NECESARIAMENTE EL MES ANTERIOR, POR SI UN MES NO SE
      *    CORRIO): provisiones.dat VIENE EN ORDEN DE PERIODO.
       BUSCAR-PROVISION-ANTERIOR.
           MOVE 0   TO WS-TOTAL-ANTERIOR WS-PERIODO-ANT
           MOVE "N" TO fin-provisiones
           MOVE 0   TO prov-periodo
           START datos-provisiones KEY IS NOT < prov-periodo
               INVALID KEY
                   MOVE "S" TO fin-provisiones
           END-START
           PERFORM UNTIL fin-provisiones = "S"
               READ datos-provisiones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-provisiones
                   NOT AT END
                       IF prov-periodo < WS-PERIODO THEN
                          MOVE prov-periodo TO WS-PERIODO-ANT
                          MOVE prov-total   TO WS-TOTAL-ANTERIOR
                       ELSE
                          MOVE "S" TO fin-provisiones
                       END-IF
               END-READ
           END-PERFORM
           .

       GRABAR-PROVISION.
           MOVE "S"        TO WS-PROV-NUEVA
           MOVE WS-PERIODO TO prov-periodo
           READ datos-provisiones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-PROV-NUEVA
           END-READ
           MOVE WS-PERIODO         TO prov-periodo
           MOVE WS-FECHA-SYS       TO prov-fec-calculo
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 6
              MOVE WS-TOT-SALDO(WS-TRAMO-IDX)
                TO prov-saldo-tramo(WS-TRAMO-IDX)
              MOVE WS-PCT-TRAMO(WS-TRAMO-IDX)
                TO prov-pct-tramo(WS-TRAMO-IDX)
              MOVE WS-TOT-PROV(WS-TRAMO-IDX)
                TO prov-monto-tramo(WS-TRAMO-IDX)
           END-PERFORM
           MOVE WS-TOTAL-REQUERIDA TO prov-total
           MOVE WS-PERIODO-ANT     TO prov-periodo-ant
           MOVE WS-TOTAL-ANTERIOR  TO prov-anterior
           MOVE WS-AJUSTE          TO prov-ajuste
           MOVE WS-SENTIDO         TO prov-sentido
           MOVE WS-FECHA-SYS       TO prov-fecmod
           MOVE "BATCH"            TO prov-usuario-mod
           IF WS-PROV-NUEVA = "S" THEN
              WRITE prov-registro END-WRITE
           ELSE
              REWRITE prov-registro END-REWRITE
           END-IF
           .

       LISTAR-TOTALES.
           MOVE "T" TO lk-rw-operacion
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 6
              MOVE WS-TOT-SALDO(WS-TRAMO-IDX) TO WS-MONTO-EDIT
              MOVE WS-PCT-TRAMO(WS-TRAMO-IDX) TO WS-PCT-EDIT
              MOVE WS-TOT-PROV(WS-TRAMO-IDX)  TO WS-PROV-EDIT
              MOVE SPACES TO lk-rw-linea
              STRING "TOTAL      "               DELIMITED BY SIZE
                     WS-DESC-TRAMO(WS-TRAMO-IDX) DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-MONTO-EDIT               DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-PCT-EDIT                 DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-PROV-EDIT                DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-PERFORM
           MOVE WS-TOTAL-REQUERIDA TO WS-PROV-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "PROVISION REQUERIDA............: $"
                                         DELIMITED BY SIZE
                  WS-PROV-EDIT           DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOTAL-ANTERIOR TO WS-PROV-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "PROVISION ANTERIOR (" DELIMITED BY SIZE
                  WS-PERIODO-ANT         DELIMITED BY SIZE
                  ")..........: $"       DELIMITED BY SIZE
                  WS-PROV-EDIT           DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-AJUSTE TO WS-PROV-EDIT
           MOVE SPACES TO lk-rw-linea
           IF WS-SENTIDO = "A" THEN
              STRING "AJUSTE A CONSTITUIR (PROV).....: $"
                                         DELIMITED BY SIZE
                     WS-PROV-EDIT        DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           ELSE
              STRING "AJUSTE A LIBERAR (PRVR)........: $"
                                         DELIMITED BY SIZE
                     WS-PROV-EDIT        DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ProvisionIncobrables.
